                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-MANIF-STATUS.
      *
      * Sort work file, and the previous and current extracts
      * re-sequenced on NoEquipe for the match-merge.
           SELECT PGCTB-SORT-FILE       ASSIGN TO "SORTWK1".
      *
           SELECT PGCTB-PSRT-FILE       ASSIGN TO "CMPPSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PSRT-STATUS.
      *
           SELECT PGCTB-CSRT-FILE       ASSIGN TO "CMPCSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-CSRT-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-CHR-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHR-TIME            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHR-SRC-DATE        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHR-SRC-TIME        PIC X(06).
           05  FILLER                    PIC X(200).
       01  PGCTB-CHANGES-DET-REC.
           05  PGCTB-CDR-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-ACK-FLAG        PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-AGE             PIC 9(02).
      *
       SD  PGCTB-SORT-FILE.
       01  PGCTB-SORT-RECORD.
           05  PGCTB-SRT-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SRT-NOEQUIPE        PIC 9(09).
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
HISTOR     VALUE '20261015 1.4 SORTED MATCH-MERGE'.
      *
      * Compare step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-GENCAT-EOF-FLAG          PIC X(01) VALUE SPACE.
           88  PGCTB-GENCAT-EOF           VALUE 'Y'.
      *
      * Work view of a previous-extract record. The extracts arrive
      * ordered by Ville, so both are sorted on NoEquipe first and
      * then matched side by side - nothing is held in memory, and
      * the league can grow without a table to outrun.
       01  PGCTB-CMP-PWORK                PIC X(132).
       01  PGCTB-CMP-PDET REDEFINES PGCTB-CMP-PWORK.
           05  PGCTB-CPW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NOEQUIPE        PIC X(09).
           05  PGCTB-CPW-NOEQUIPE-N REDEFINES PGCTB-CPW-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NOMEQUIPE       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-VILLE           PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NBJOUEURS       PIC X(05).
           05  FILLER                    PIC X(11).
      *
      * Match-merge keys. An exhausted side carries a key above any
      * NoEquipe, so the other side drains through the normal
      * comparison.
       01  PGCTB-CMP-PREV-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-CMP-CURR-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-CMP-HIGH-KEY             PIC 9(10) VALUE 9999999999.
       01  PGCTB-CMP-PREV-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-CMP-CURR-COUNT           PIC 9(08) VALUE ZERO.
      *
      * Change tallies for the trailer and the console summary.
       01  PGCTB-CMP-ADD-COUNT            PIC 9(08) VALUE ZERO.
           88  PGCTB-CURR-EOF             VALUE 'Y'.
       01  PGCTB-PREV-ABSENT-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-PREV-ABSENT          VALUE 'Y'.
       01  PGCTB-PSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-PSRT-EOF             VALUE 'Y'.
       01  PGCTB-CSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-CSRT-EOF             VALUE 'Y'.
      *
      * Suite-control gate support. The stamp is read off the
      * current extract's HDR ahead of the run proper; a current
       01  PGCTB-CURR-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-CHANGES-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-GENCAT-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-PSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-CSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
      *
           PERFORM PGCTB-CMP-FIND-PREV-GEN
           PERFORM PGCTB-CMP-OPEN-FILES
           PERFORM PGCTB-CMP-SORT-PREV
           PERFORM PGCTB-CMP-SORT-CURR
           PERFORM PGCTB-CMP-OPEN-SORTED
           PERFORM PGCTB-CMP-MATCH-STEP
              UNTIL PGCTB-PSRT-EOF
                AND PGCTB-CSRT-EOF
           PERFORM PGCTB-CMP-WRITE-TRAILER
           PERFORM PGCTB-MANIF-APPEND
      *
           IF NOT PGCTB-PREV-ABSENT
              CLOSE PGCTB-PREV-FILE
              CLOSE PGCTB-PSRT-FILE
           END-IF
           CLOSE PGCTB-CURR-FILE
           CLOSE PGCTB-CSRT-FILE
           CLOSE PGCTB-CHANGES-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
      *************************************************************************
      * Opens both extracts and the changes feed. A missing
      * previous extract is a first-run condition, not an error -
      * the compare proceeds against nothing and every current
      * team comes out ADD. A missing CURRENT extract is a
      * hard failure.
       PGCTB-CMP-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-CMP-SEQUENCE
           MOVE PGCTB-PROGRAM-NAME        TO PGCTB-CHR-PROGRAM
           MOVE PGCTB-DATE                TO PGCTB-CHR-DATE
           MOVE PGCTB-STARTTIME           TO PGCTB-CHR-TIME
      *
      * The EXTRACT HDR stamp this compare was run against rides
      * alongside, so the changes feed can be tied to the apply
      * majequip made of that same extract.
           MOVE PGCTB-SUITE-STAMP-DATE    TO PGCTB-CHR-SRC-DATE
           MOVE PGCTB-SUITE-STAMP-TIME    TO PGCTB-CHR-SRC-TIME
           WRITE PGCTB-CHANGES-HDR-REC
           .
       PGCTB-CMP-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the previous extract's DETs on NoEquipe into the
      * work file the match-merge reads. A first-run compare has
      * no previous extract to sort - that side starts exhausted
      * and every current team comes out ADD.
       PGCTB-CMP-SORT-PREV SECTION.
           IF PGCTB-PREV-ABSENT
              SET PGCTB-PSRT-EOF          TO TRUE
              MOVE PGCTB-CMP-HIGH-KEY     TO PGCTB-CMP-PREV-KEY
           ELSE
              MOVE 4                      TO PGCTB-CMP-SEQUENCE
              SORT PGCTB-SORT-FILE
                   ON ASCENDING KEY PGCTB-SRT-NOEQUIPE
                   INPUT PROCEDURE IS PGCTB-CMP-RELEASE-PREV
                   GIVING PGCTB-PSRT-FILE
              IF SORT-RETURN NOT = ZERO
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Sort of previous extract failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              DISPLAY 'Previous extract teams sorted: '
                      PGCTB-CMP-PREV-COUNT
           END-IF
           .
       PGCTB-CMP-SORT-PREV-EXIT.
           EXIT.
      *
       PGCTB-CMP-RELEASE-PREV SECTION.
           PERFORM PGCTB-CMP-READ-PREV
              UNTIL PGCTB-PREV-EOF
           .
       PGCTB-CMP-RELEASE-PREV-EXIT.
           EXIT.
      *
       PGCTB-CMP-READ-PREV SECTION.
              NOT AT END
                 IF PGCTB-CMW-TAG = 'DET'
                    AND PGCTB-CMW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-CMP-PREV-COUNT
                    RELEASE PGCTB-SORT-RECORD FROM PGCTB-CMP-WORK
                 END-IF
           END-READ
           .
       PGCTB-CMP-READ-PREV-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the current extract's DETs on NoEquipe the same way.
       PGCTB-CMP-SORT-CURR SECTION.
           MOVE 6                         TO PGCTB-CMP-SEQUENCE
           SORT PGCTB-SORT-FILE
                ON ASCENDING KEY PGCTB-SRT-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-CMP-RELEASE-CURR
                GIVING PGCTB-CSRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of current extract failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           DISPLAY 'Current extract teams sorted: '
                   PGCTB-CMP-CURR-COUNT
           .
       PGCTB-CMP-SORT-CURR-EXIT.
           EXIT.
      *
       PGCTB-CMP-RELEASE-CURR SECTION.
           PERFORM PGCTB-CMP-READ-CURR
              UNTIL PGCTB-CURR-EOF
           .
       PGCTB-CMP-RELEASE-CURR-EXIT.
           EXIT.
      *
       PGCTB-CMP-READ-CURR SECTION.
           READ PGCTB-CURR-FILE INTO PGCTB-CMP-WORK
              AT END
              NOT AT END
                 IF PGCTB-CMW-TAG = 'DET'
                    AND PGCTB-CMW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-CMP-CURR-COUNT
                    RELEASE PGCTB-SORT-RECORD FROM PGCTB-CMP-WORK
                 END-IF
           END-READ
           .
       PGCTB-CMP-READ-CURR-EXIT.
           EXIT.
      *************************************************************************
      * Opens the two sorted work files and primes the match-merge
      * with the first record from each side.
       PGCTB-CMP-OPEN-SORTED SECTION.
           MOVE 7                         TO PGCTB-CMP-SEQUENCE
           IF NOT PGCTB-PREV-ABSENT
              OPEN INPUT PGCTB-PSRT-FILE
              IF PGCTB-PSRT-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open sorted previous extract,'
                                           DELIMITED BY SIZE
                        ' status '         DELIMITED BY SIZE
                        PGCTB-PSRT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              PERFORM PGCTB-CMP-READ-PSRT
           END-IF
      *
           OPEN INPUT PGCTB-CSRT-FILE
           IF PGCTB-CSRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted current extract,'
                                           DELIMITED BY SIZE
                     ' status '            DELIMITED BY SIZE
                     PGCTB-CSRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-CMP-READ-CSRT
           .
       PGCTB-CMP-OPEN-SORTED-EXIT.
           EXIT.
      *
       PGCTB-CMP-READ-PSRT SECTION.
           READ PGCTB-PSRT-FILE INTO PGCTB-CMP-PWORK
              AT END
                 SET PGCTB-PSRT-EOF      TO TRUE
                 MOVE PGCTB-CMP-HIGH-KEY TO PGCTB-CMP-PREV-KEY
              NOT AT END
                 MOVE PGCTB-CPW-NOEQUIPE-N
                                          TO PGCTB-CMP-PREV-KEY
           END-READ
           .
       PGCTB-CMP-READ-PSRT-EXIT.
           EXIT.
      *
       PGCTB-CMP-READ-CSRT SECTION.
           READ PGCTB-CSRT-FILE INTO PGCTB-CMP-WORK
              AT END
                 SET PGCTB-CSRT-EOF      TO TRUE
                 MOVE PGCTB-CMP-HIGH-KEY TO PGCTB-CMP-CURR-KEY
              NOT AT END
                 MOVE PGCTB-CMW-NOEQUIPE-N
                                          TO PGCTB-CMP-CURR-KEY
           END-READ
           .
       PGCTB-CMP-READ-CSRT-EXIT.
           EXIT.
      *************************************************************************
      * One step of the match-merge on NoEquipe: a previous team
      * with no current partner disappeared (DEL), a current team
      * with no previous partner is new (ADD), and a pair with
      * different data changed (CHG).
       PGCTB-CMP-MATCH-STEP SECTION.
           IF PGCTB-CMP-PREV-KEY < PGCTB-CMP-CURR-KEY
              ADD 1                       TO PGCTB-CMP-DEL-COUNT
              PERFORM PGCTB-CMP-EMIT-DEL
              PERFORM PGCTB-CMP-READ-PSRT
           ELSE
              IF PGCTB-CMP-PREV-KEY > PGCTB-CMP-CURR-KEY
                 ADD 1                    TO PGCTB-CMP-ADD-COUNT
                 PERFORM PGCTB-CMP-EMIT-ADD
                 PERFORM PGCTB-CMP-READ-CSRT
              ELSE
                 IF PGCTB-CPW-NOMEQUIPE NOT = PGCTB-CMW-NOMEQUIPE
                    OR PGCTB-CPW-VILLE NOT = PGCTB-CMW-VILLE
                    OR PGCTB-CPW-NBJOUEURS NOT = PGCTB-CMW-NBJOUEURS
                    ADD 1                 TO PGCTB-CMP-CHG-COUNT
                    PERFORM PGCTB-CMP-EMIT-CHG
                 ELSE
                    ADD 1                 TO PGCTB-CMP-SAME-COUNT
                 END-IF
                 PERFORM PGCTB-CMP-READ-PSRT
                 PERFORM PGCTB-CMP-READ-CSRT
              END-IF
           END-IF
           .
       PGCTB-CMP-MATCH-STEP-EXIT.
           EXIT.
      *************************************************************************
      * Change-record writers. ADD carries only the new values, DEL
           MOVE 'DET'                     TO PGCTB-CDR-TAG
           MOVE 'CHG'                     TO PGCTB-CDR-ACTION
           MOVE PGCTB-CMW-NOEQUIPE-N      TO PGCTB-CDR-NOEQUIPE
           MOVE PGCTB-CPW-NOMEQUIPE       TO PGCTB-CDR-OLD-NOMEQUIPE
           MOVE PGCTB-CPW-VILLE           TO PGCTB-CDR-OLD-VILLE
           MOVE PGCTB-CPW-NBJOUEURS       TO PGCTB-CDR-OLD-NBJOUEURS
           MOVE PGCTB-CMW-NOMEQUIPE       TO PGCTB-CDR-NEW-NOMEQUIPE
           MOVE PGCTB-CMW-VILLE           TO PGCTB-CDR-NEW-VILLE
           MOVE PGCTB-CMW-NBJOUEURS       TO PGCTB-CDR-NEW-NBJOUEURS
       PGCTB-CMP-EMIT-CHG-EXIT.
           EXIT.
      *
       PGCTB-CMP-EMIT-DEL SECTION.
           MOVE SPACES                    TO PGCTB-CHANGES-DET-REC
           MOVE 'DET'                     TO PGCTB-CDR-TAG
           MOVE 'DEL'                     TO PGCTB-CDR-ACTION
           MOVE PGCTB-CPW-NOEQUIPE-N      TO PGCTB-CDR-NOEQUIPE
           MOVE PGCTB-CPW-NOMEQUIPE       TO PGCTB-CDR-OLD-NOMEQUIPE
           MOVE PGCTB-CPW-VILLE           TO PGCTB-CDR-OLD-VILLE
           MOVE PGCTB-CPW-NBJOUEURS       TO PGCTB-CDR-OLD-NBJOUEURS
           PERFORM PGCTB-CMP-WRITE-CHANGE
           .
       PGCTB-CMP-EMIT-DEL-EXIT.
           EXIT.
      *
       PGCTB-CMP-WRITE-CHANGE SECTION.
