      * de EXTRACT et les lignes de roster que lecturjo ecrit dans
      * JEXTRACT viennent de deux passages distincts contre la BD -
      * rien ne prouve jamais qu'ils s'accordent. Ce programme:
      *   - trie les DET de EXTRACT (NoEquipe, NbJoueurs declare)
      *     et ceux de JEXTRACT sur NoEquipe;
      *   - les parcourt cote a cote et compte les lignes de roster
      *     portant chaque PGCTB-JDR-NOEQUIPE;
      *   - signale chaque equipe dont le compte declare ne colle pas
      *     au compte reel, et chaque joueur orphelin dont le
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Sort work files, and the two extracts re-sequenced on
      * NoEquipe for the side-by-side tie-out.
           SELECT PGCTB-ESORT-FILE      ASSIGN TO "SORTWK1".
      *
           SELECT PGCTB-JSORT-FILE      ASSIGN TO "SORTWK2".
      *
           SELECT PGCTB-ESRT-FILE       ASSIGN TO "RAPESORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ESRT-STATUS.
      *
           SELECT PGCTB-JSRT-FILE       ASSIGN TO "RAPJSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JSRT-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-ELR-SEQUENCE        PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-MESSAGE         PIC X(132).
      *
       SD  PGCTB-ESORT-FILE.
       01  PGCTB-ESORT-RECORD.
           05  FILLER                    PIC X(04).
           05  PGCTB-ESR-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(119).
      *
       SD  PGCTB-JSORT-FILE.
       01  PGCTB-JSORT-RECORD.
           05  FILLER                    PIC X(04).
           05  PGCTB-JSR-NOJOUEUR        PIC X(09).
           05  FILLER                    PIC X(52).
           05  PGCTB-JSR-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(58).
      *
       FD  PGCTB-ESRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-ESRT-RECORD             PIC X(132).
      *
       FD  PGCTB-JSRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JSRT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 SORTED TIE-OUT'.
      *
      * Reconcile step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
      * Run-time PARM - ENV-CODE only.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
      *
      * The extracts arrive in different orders (Ville versus
      * NoEquipe), so both are sorted on NoEquipe and tied out side
      * by side, one team at a time - nothing is held in memory,
      * the same way compextr matches its two extracts.
       01  PGCTB-RAP-TEAM-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-RAP-JEXT-KEY             PIC 9(10) VALUE ZERO.
       01  PGCTB-RAP-HIGH-KEY             PIC 9(10) VALUE 9999999999.
       01  PGCTB-RAP-TEAM-COUNT           PIC 9(08) VALUE ZERO.
      *
      * Declared and counted roster size of the team in hand.
       01  PGCTB-RAP-DECLARED             PIC 9(05) VALUE ZERO.
       01  PGCTB-RAP-ACTUAL               PIC 9(05) VALUE ZERO.
      *
      * Break tallies for the verdict and the console summary.
       01  PGCTB-RAP-JDET-COUNT           PIC 9(08) VALUE ZERO.
           88  PGCTB-EXTR-EOF             VALUE 'Y'.
       01  PGCTB-JEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-JEXT-EOF             VALUE 'Y'.
       01  PGCTB-ESRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-ESRT-EOF             VALUE 'Y'.
       01  PGCTB-JSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-JSRT-EOF             VALUE 'Y'.
      *
      * Report line under construction, and the trimmed-name work
      * fields shared by the report writers.
       01  PGCTB-RAP-RPT-LINE             PIC X(132).
       01  PGCTB-RAP-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-RAP-NOM-WORK             PIC X(50).
       01  PGCTB-RAP-NOM-LEN              PIC 9(02) COMP.
      *
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-JEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-RAPRPT-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-ESRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-JSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
                   '*********'
      *
           PERFORM PGCTB-RAP-OPEN-FILES
           PERFORM PGCTB-RAP-SORT-TEAMS
           PERFORM PGCTB-RAP-SORT-ROSTER
           PERFORM PGCTB-RAP-OPEN-SORTED
           PERFORM PGCTB-RAP-TIE-OUT-STEP
              UNTIL PGCTB-ESRT-EOF
                AND PGCTB-JSRT-EOF
           PERFORM PGCTB-RAP-WRITE-VERDICT
      *
           CLOSE PGCTB-EXTRACT-FILE
           CLOSE PGCTB-JEXTRACT-FILE
           CLOSE PGCTB-ESRT-FILE
           CLOSE PGCTB-JSRT-FILE
           CLOSE PGCTB-RAPRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
       PGCTB-RAP-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the Equipe extract's DETs on NoEquipe into the work
      * file the tie-out reads.
       PGCTB-RAP-SORT-TEAMS SECTION.
           MOVE 4                         TO PGCTB-RAP-SEQUENCE
           SORT PGCTB-ESORT-FILE
                ON ASCENDING KEY PGCTB-ESR-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-RAP-RELEASE-TEAMS
                GIVING PGCTB-ESRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of Equipe extract failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           DISPLAY 'Equipe extract teams sorted: '
                   PGCTB-RAP-TEAM-COUNT
           .
       PGCTB-RAP-SORT-TEAMS-EXIT.
           EXIT.
      *
       PGCTB-RAP-RELEASE-TEAMS SECTION.
           PERFORM PGCTB-RAP-READ-EXTR
              UNTIL PGCTB-EXTR-EOF
           .
       PGCTB-RAP-RELEASE-TEAMS-EXIT.
           EXIT.
      *
       PGCTB-RAP-READ-EXTR SECTION.
              NOT AT END
                 IF PGCTB-REW-TAG = 'DET'
                    AND PGCTB-REW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-RAP-TEAM-COUNT
                    RELEASE PGCTB-ESORT-RECORD FROM PGCTB-RAP-EWORK
                 END-IF
           END-READ
           .
       PGCTB-RAP-READ-EXTR-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the roster extract's DETs on NoEquipe, then
      * NoJoueur, so each team's players arrive together and the
      * orphan lines come out in a stable order.
       PGCTB-RAP-SORT-ROSTER SECTION.
           MOVE 5                         TO PGCTB-RAP-SEQUENCE
           SORT PGCTB-JSORT-FILE
                ON ASCENDING KEY PGCTB-JSR-NOEQUIPE
                                 PGCTB-JSR-NOJOUEUR
                INPUT PROCEDURE IS PGCTB-RAP-RELEASE-ROSTER
                GIVING PGCTB-JSRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of Joueur extract failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-RAP-SORT-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-RAP-RELEASE-ROSTER SECTION.
           PERFORM PGCTB-RAP-READ-JEXT
              UNTIL PGCTB-JEXT-EOF
           .
       PGCTB-RAP-RELEASE-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-RAP-READ-JEXT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-RAP-JWORK
              AT END
              NOT AT END
                 IF PGCTB-RJW-TAG = 'DET'
                    AND PGCTB-RJW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-RAP-JDET-COUNT
                    RELEASE PGCTB-JSORT-RECORD FROM PGCTB-RAP-JWORK
                 END-IF
           END-READ
           .
       PGCTB-RAP-READ-JEXT-EXIT.
           EXIT.
      *************************************************************************
      * Opens the two sorted work files and primes the tie-out
      * with the first team and the first roster line.
       PGCTB-RAP-OPEN-SORTED SECTION.
           MOVE 6                         TO PGCTB-RAP-SEQUENCE
           OPEN INPUT PGCTB-ESRT-FILE
           IF PGCTB-ESRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted Equipe extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-ESRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           OPEN INPUT PGCTB-JSRT-FILE
           IF PGCTB-JSRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted Joueur extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-JSRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-RAP-READ-ESRT
           PERFORM PGCTB-RAP-READ-JSRT
           .
       PGCTB-RAP-OPEN-SORTED-EXIT.
           EXIT.
      *
      * Takes the next team in hand, with its declared count and a
      * fresh roster tally.
       PGCTB-RAP-READ-ESRT SECTION.
           READ PGCTB-ESRT-FILE INTO PGCTB-RAP-EWORK
              AT END
                 SET PGCTB-ESRT-EOF      TO TRUE
                 MOVE PGCTB-RAP-HIGH-KEY TO PGCTB-RAP-TEAM-KEY
              NOT AT END
                 MOVE PGCTB-REW-NOEQUIPE-N
                                          TO PGCTB-RAP-TEAM-KEY
                 IF PGCTB-REW-NBJOUEURS IS NUMERIC
                    MOVE PGCTB-REW-NBJOUEURS-N
                                          TO PGCTB-RAP-DECLARED
                 ELSE
                    MOVE ZERO             TO PGCTB-RAP-DECLARED
                 END-IF
                 MOVE ZERO                TO PGCTB-RAP-ACTUAL
           END-READ
           .
       PGCTB-RAP-READ-ESRT-EXIT.
           EXIT.
      *
       PGCTB-RAP-READ-JSRT SECTION.
           READ PGCTB-JSRT-FILE INTO PGCTB-RAP-JWORK
              AT END
                 SET PGCTB-JSRT-EOF      TO TRUE
                 MOVE PGCTB-RAP-HIGH-KEY TO PGCTB-RAP-JEXT-KEY
              NOT AT END
                 MOVE PGCTB-RJW-NOEQUIPE-N
                                          TO PGCTB-RAP-JEXT-KEY
           END-READ
           .
       PGCTB-RAP-READ-JSRT-EXIT.
           EXIT.
      *************************************************************************
      * One step of the tie-out on NoEquipe: a roster line below
      * the team in hand belongs to no team (orphan), a roster line
      * on the team in hand counts against it, and a roster line
      * past it means that team's roster is complete - its
      * declared count is tied out and the next team taken up.
       PGCTB-RAP-TIE-OUT-STEP SECTION.
           IF PGCTB-RAP-JEXT-KEY < PGCTB-RAP-TEAM-KEY
              ADD 1                       TO PGCTB-RAP-ORPHAN-COUNT
              PERFORM PGCTB-RAP-RPT-ORPHAN
              PERFORM PGCTB-RAP-READ-JSRT
           ELSE
              IF PGCTB-RAP-JEXT-KEY = PGCTB-RAP-TEAM-KEY
                 ADD 1                    TO PGCTB-RAP-ACTUAL
                 PERFORM PGCTB-RAP-READ-JSRT
              ELSE
                 PERFORM PGCTB-RAP-TIE-ONE-TEAM
                 PERFORM PGCTB-RAP-READ-ESRT
              END-IF
           END-IF
           .
       PGCTB-RAP-TIE-OUT-STEP-EXIT.
           EXIT.
      *
       PGCTB-RAP-TIE-ONE-TEAM SECTION.
           IF PGCTB-RAP-DECLARED = PGCTB-RAP-ACTUAL
              ADD 1                       TO PGCTB-RAP-MATCH-COUNT
           ELSE
              ADD 1                       TO PGCTB-RAP-MISMATCH-COUNT
           MOVE SPACES                    TO PGCTB-RAP-RPT-LINE
           MOVE 1                         TO PGCTB-RAP-RPT-PTR
           STRING 'COUNT ' DELIMITED BY SIZE
                  PGCTB-REW-NOEQUIPE      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO PGCTB-RAP-RPT-LINE
                  WITH POINTER PGCTB-RAP-RPT-PTR
      *
      * The 50-byte padded team name would push the counts off the
      * end of a 132-byte line, so it is trimmed first.
           MOVE PGCTB-REW-NOMEQUIPE       TO PGCTB-RAP-NOM-WORK
           PERFORM PGCTB-RAP-TRIM-NOM
           IF PGCTB-RAP-NOM-LEN > 0
              STRING PGCTB-RAP-NOM-WORK(1:PGCTB-RAP-NOM-LEN)
                     WITH POINTER PGCTB-RAP-RPT-PTR
           END-IF
           STRING ' declared=' DELIMITED BY SIZE
                  PGCTB-RAP-DECLARED      DELIMITED BY SIZE
                  ' rostered=' DELIMITED BY SIZE
                  PGCTB-RAP-ACTUAL        DELIMITED BY SIZE
                  INTO PGCTB-RAP-RPT-LINE
                  WITH POINTER PGCTB-RAP-RPT-PTR
           PERFORM PGCTB-RAP-WRITE-RPT-LINE
      * Writes the verdict block closing the report.
       PGCTB-RAP-WRITE-VERDICT SECTION.
           MOVE SPACES                    TO PGCTB-RAP-RPT-LINE
           STRING 'Teams=' DELIMITED BY SIZE
                  PGCTB-RAP-TEAM-COUNT    DELIMITED BY SIZE
                  ' rosters=' DELIMITED BY SIZE
                  PGCTB-RAP-JDET-COUNT    DELIMITED BY SIZE
                  ' matched=' DELIMITED BY SIZE
