                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Sort work file, and the previous and current rosters
      * re-sequenced on NoJoueur for the match-merge.
           SELECT PGCTB-SORT-FILE       ASSIGN TO "SORTWK1".
      *
           SELECT PGCTB-PSRT-FILE       ASSIGN TO "MVJPSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PSRT-STATUS.
      *
           SELECT PGCTB-CSRT-FILE       ASSIGN TO "MVJCSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-CSRT-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-ELR-SEQUENCE        PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-MESSAGE         PIC X(132).
      *
       SD  PGCTB-SORT-FILE.
       01  PGCTB-SORT-RECORD.
           05  FILLER                    PIC X(04).
           05  PGCTB-SRT-NOJOUEUR        PIC 9(09).
           05  FILLER                    PIC X(119).
      *
       FD  PGCTB-PSRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PSRT-RECORD             PIC X(132).
      *
       FD  PGCTB-CSRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-CSRT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 SORTED MATCH-MERGE'.
      *
      * Movement step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-JGENCAT-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-JGENCAT-EOF          VALUE 'Y'.
      *
      * Work view of a previous-roster record. Both snapshots
      * arrive ordered by NoEquipe, so both are sorted on NoJoueur
      * first and then matched side by side, the way compextr
      * matches its extracts - nothing is held in memory, whatever
      * the size of the league.
       01  PGCTB-MVJ-PWORK                PIC X(132).
       01  PGCTB-MVJ-PDET REDEFINES PGCTB-MVJ-PWORK.
           05  PGCTB-MPW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-MPW-NOJOUEUR        PIC X(09).
           05  PGCTB-MPW-NOJOUEUR-N REDEFINES PGCTB-MPW-NOJOUEUR
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-MPW-NOMJOUEUR       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-MPW-NOEQUIPE        PIC X(09).
           05  PGCTB-MPW-NOEQUIPE-N REDEFINES PGCTB-MPW-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-MPW-POSITION        PIC X(20).
           05  FILLER                    PIC X(37).
      *
      * Match-merge keys. An exhausted side carries a key above any
      * NoJoueur, so the other side drains through the normal
      * comparison.
       01  PGCTB-MVJ-PREV-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-MVJ-CURR-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-MVJ-HIGH-KEY             PIC 9(10) VALUE 9999999999.
       01  PGCTB-MVJ-PREV-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-MVJ-CURR-COUNT           PIC 9(08) VALUE ZERO.
      *
      * Movement tallies for the report footer and the console
      * summary.
           88  PGCTB-CURR-EOF             VALUE 'Y'.
       01  PGCTB-PREV-ABSENT-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-PREV-ABSENT          VALUE 'Y'.
       01  PGCTB-PSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-PSRT-EOF             VALUE 'Y'.
       01  PGCTB-CSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-CSRT-EOF             VALUE 'Y'.
      *
      * Report line under construction, and the trimmed-name work
      * fields shared by the report writers.
       01  PGCTB-CURR-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-JGENCAT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-MOUVRPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-PSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-CSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
      *
           PERFORM PGCTB-MVJ-FIND-PREV-GEN
           PERFORM PGCTB-MVJ-OPEN-FILES
           PERFORM PGCTB-MVJ-SORT-PREV
           PERFORM PGCTB-MVJ-SORT-CURR
           PERFORM PGCTB-MVJ-OPEN-SORTED
           PERFORM PGCTB-MVJ-MATCH-STEP
              UNTIL PGCTB-PSRT-EOF
                AND PGCTB-CSRT-EOF
           PERFORM PGCTB-MVJ-WRITE-FOOTER
      *
           IF NOT PGCTB-PREV-ABSENT
              CLOSE PGCTB-PREV-FILE
              CLOSE PGCTB-PSRT-FILE
           END-IF
           CLOSE PGCTB-CURR-FILE
           CLOSE PGCTB-CSRT-FILE
           CLOSE PGCTB-MOUVRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
      *************************************************************************
      * Opens both rosters and the movement report. A missing
      * previous roster is a first-run condition, not an error -
      * the compare proceeds against nothing and every current
      * player comes out SGN. A missing CURRENT roster is
      * a hard failure.
       PGCTB-MVJ-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-MVJ-SEQUENCE
       PGCTB-MVJ-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the previous roster's DETs on NoJoueur into the work
      * file the match-merge reads. A first-run compare has no
      * previous roster to sort - that side starts exhausted and
      * every current player comes out SGN.
       PGCTB-MVJ-SORT-PREV SECTION.
           IF PGCTB-PREV-ABSENT
              SET PGCTB-PSRT-EOF          TO TRUE
              MOVE PGCTB-MVJ-HIGH-KEY     TO PGCTB-MVJ-PREV-KEY
           ELSE
              MOVE 4                      TO PGCTB-MVJ-SEQUENCE
              SORT PGCTB-SORT-FILE
                   ON ASCENDING KEY PGCTB-SRT-NOJOUEUR
                   INPUT PROCEDURE IS PGCTB-MVJ-RELEASE-PREV
                   GIVING PGCTB-PSRT-FILE
              IF SORT-RETURN NOT = ZERO
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Sort of previous roster failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              DISPLAY 'Previous roster players sorted: '
                      PGCTB-MVJ-PREV-COUNT
           END-IF
           .
       PGCTB-MVJ-SORT-PREV-EXIT.
           EXIT.
      *
       PGCTB-MVJ-RELEASE-PREV SECTION.
           PERFORM PGCTB-MVJ-READ-PREV
              UNTIL PGCTB-PREV-EOF
           .
       PGCTB-MVJ-RELEASE-PREV-EXIT.
           EXIT.
      *
       PGCTB-MVJ-READ-PREV SECTION.
                 IF PGCTB-MJW-TAG = 'DET'
                    AND PGCTB-MJW-NOJOUEUR IS NUMERIC
                    AND PGCTB-MJW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-MVJ-PREV-COUNT
                    RELEASE PGCTB-SORT-RECORD FROM PGCTB-MVJ-WORK
                 END-IF
           END-READ
           .
       PGCTB-MVJ-READ-PREV-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the current roster's DETs on NoJoueur the same way.
       PGCTB-MVJ-SORT-CURR SECTION.
           MOVE 5                         TO PGCTB-MVJ-SEQUENCE
           SORT PGCTB-SORT-FILE
                ON ASCENDING KEY PGCTB-SRT-NOJOUEUR
                INPUT PROCEDURE IS PGCTB-MVJ-RELEASE-CURR
                GIVING PGCTB-CSRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of current roster failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           DISPLAY 'Current roster players sorted: '
                   PGCTB-MVJ-CURR-COUNT
           .
       PGCTB-MVJ-SORT-CURR-EXIT.
           EXIT.
      *
       PGCTB-MVJ-RELEASE-CURR SECTION.
           PERFORM PGCTB-MVJ-READ-CURR
              UNTIL PGCTB-CURR-EOF
           .
       PGCTB-MVJ-RELEASE-CURR-EXIT.
           EXIT.
      *
       PGCTB-MVJ-READ-CURR SECTION.
           READ PGCTB-CURR-FILE INTO PGCTB-MVJ-WORK
              AT END
                 IF PGCTB-MJW-TAG = 'DET'
                    AND PGCTB-MJW-NOJOUEUR IS NUMERIC
                    AND PGCTB-MJW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-MVJ-CURR-COUNT
                    RELEASE PGCTB-SORT-RECORD FROM PGCTB-MVJ-WORK
                 END-IF
           END-READ
           .
       PGCTB-MVJ-READ-CURR-EXIT.
           EXIT.
      *************************************************************************
      * Opens the two sorted work files and primes the match-merge
      * with the first player from each side.
       PGCTB-MVJ-OPEN-SORTED SECTION.
           MOVE 6                         TO PGCTB-MVJ-SEQUENCE
           IF NOT PGCTB-PREV-ABSENT
              OPEN INPUT PGCTB-PSRT-FILE
              IF PGCTB-PSRT-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open sorted previous roster,'
                                           DELIMITED BY SIZE
                        ' status '         DELIMITED BY SIZE
                        PGCTB-PSRT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              PERFORM PGCTB-MVJ-READ-PSRT
           END-IF
      *
           OPEN INPUT PGCTB-CSRT-FILE
           IF PGCTB-CSRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted current roster,'
                                           DELIMITED BY SIZE
                     ' status '            DELIMITED BY SIZE
                     PGCTB-CSRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-MVJ-READ-CSRT
           .
       PGCTB-MVJ-OPEN-SORTED-EXIT.
           EXIT.
      *
       PGCTB-MVJ-READ-PSRT SECTION.
           READ PGCTB-PSRT-FILE INTO PGCTB-MVJ-PWORK
              AT END
                 SET PGCTB-PSRT-EOF      TO TRUE
                 MOVE PGCTB-MVJ-HIGH-KEY TO PGCTB-MVJ-PREV-KEY
              NOT AT END
                 MOVE PGCTB-MPW-NOJOUEUR-N
                                          TO PGCTB-MVJ-PREV-KEY
           END-READ
           .
       PGCTB-MVJ-READ-PSRT-EXIT.
           EXIT.
      *
       PGCTB-MVJ-READ-CSRT SECTION.
           READ PGCTB-CSRT-FILE INTO PGCTB-MVJ-WORK
              AT END
                 SET PGCTB-CSRT-EOF      TO TRUE
                 MOVE PGCTB-MVJ-HIGH-KEY TO PGCTB-MVJ-CURR-KEY
              NOT AT END
                 MOVE PGCTB-MJW-NOJOUEUR-N
                                          TO PGCTB-MVJ-CURR-KEY
           END-READ
           .
       PGCTB-MVJ-READ-CSRT-EXIT.
           EXIT.
      *************************************************************************
      * One step of the match-merge on NoJoueur: a previous player
      * with no current partner left the league (REL), a current
      * player with no previous partner is a signing (SGN), and a
      * pair on different NoEquipe values is a movement (MOV).
       PGCTB-MVJ-MATCH-STEP SECTION.
           IF PGCTB-MVJ-PREV-KEY < PGCTB-MVJ-CURR-KEY
              ADD 1                       TO PGCTB-MVJ-REL-COUNT
              PERFORM PGCTB-MVJ-RPT-RELEASE
              PERFORM PGCTB-MVJ-READ-PSRT
           ELSE
              IF PGCTB-MVJ-PREV-KEY > PGCTB-MVJ-CURR-KEY
                 ADD 1                    TO PGCTB-MVJ-SGN-COUNT
                 PERFORM PGCTB-MVJ-RPT-SIGNING
                 PERFORM PGCTB-MVJ-READ-CSRT
              ELSE
                 IF PGCTB-MPW-NOEQUIPE-N NOT = PGCTB-MJW-NOEQUIPE-N
                    ADD 1                 TO PGCTB-MVJ-MOV-COUNT
                    PERFORM PGCTB-MVJ-RPT-MOVEMENT
                 ELSE
                    ADD 1                 TO PGCTB-MVJ-SAME-COUNT
                 END-IF
                 PERFORM PGCTB-MVJ-READ-PSRT
                 PERFORM PGCTB-MVJ-READ-CSRT
              END-IF
           END-IF
           .
       PGCTB-MVJ-MATCH-STEP-EXIT.
           EXIT.
      *************************************************************************
      * Report-line writers - one line per movement, signing or
                  WITH POINTER PGCTB-MVJ-RPT-PTR
           MOVE PGCTB-MJW-NOMJOUEUR       TO PGCTB-MVJ-NOM-WORK
           PERFORM PGCTB-MVJ-APPEND-NOM
           MOVE PGCTB-MPW-NOEQUIPE-N      TO PGCTB-MVJ-EQUIPE-DISPLAY
           STRING ' from team ' DELIMITED BY SIZE
                  PGCTB-MVJ-EQUIPE-DISPLAY DELIMITED BY SIZE
                  ' to team ' DELIMITED BY SIZE
       PGCTB-MVJ-RPT-SIGNING-EXIT.
           EXIT.
      *
       PGCTB-MVJ-RPT-RELEASE SECTION.
           MOVE SPACES                    TO PGCTB-MVJ-RPT-LINE
           MOVE 1                         TO PGCTB-MVJ-RPT-PTR
           STRING 'REL ' DELIMITED BY SIZE
                  PGCTB-MPW-NOJOUEUR      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO PGCTB-MVJ-RPT-LINE
                  WITH POINTER PGCTB-MVJ-RPT-PTR
           MOVE PGCTB-MPW-NOMJOUEUR       TO PGCTB-MVJ-NOM-WORK
           PERFORM PGCTB-MVJ-APPEND-NOM
           MOVE PGCTB-MPW-NOEQUIPE-N      TO PGCTB-MVJ-EQUIPE-DISPLAY
           STRING ' leaves team ' DELIMITED BY SIZE
                  PGCTB-MVJ-EQUIPE-DISPLAY DELIMITED BY SIZE
                  INTO PGCTB-MVJ-RPT-LINE
                  WITH POINTER PGCTB-MVJ-RPT-PTR
           PERFORM PGCTB-MVJ-WRITE-RPT-LINE
           .
       PGCTB-MVJ-RPT-RELEASE-EXIT.
           EXIT.
      *
      * Closes the report with the run totals.
