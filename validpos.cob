                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Sort work file - the roster re-sequenced on NoEquipe.
           SELECT PGCTB-SORT-FILE       ASSIGN TO "SORTWK1".
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-PRL-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PRL-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PRL-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-JEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
           05  PGCTB-ELR-SEQUENCE        PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-MESSAGE         PIC X(132).
      *
       SD  PGCTB-SORT-FILE.
       01  PGCTB-SORT-RECORD.
           05  FILLER                    PIC X(65).
           05  PGCTB-SRT-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(58).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.2 SORTED TEAM BREAK'.
      *
      * Compliance step number stamped into the error log the way
      * the DB programs stamp SQLCA-SEQUENCE.
               10  PGCTB-VRT-POSITION    PIC X(20).
               10  PGCTB-VRT-MIN         PIC 9(05).
               10  PGCTB-VRT-MAX         PIC 9(05).
               10  PGCTB-VRT-EFF-DATE    PIC X(06).
       01  PGCTB-VPS-RUL-HIT              PIC 9(02) COMP.
       01  PGCTB-VPS-REC-EFF              PIC X(06).
      *
      * Per-regulated-position tallies for the team in hand. The
      * roster is sorted on NoEquipe and each team is checked as
      * its players run out, so one team's composition is all that
      * is ever held.
       01  PGCTB-VPS-TEAM-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-VPS-CUR-NOEQUIPE         PIC 9(09) VALUE ZERO.
       01  PGCTB-VPS-POS-TABLE.
           05  PGCTB-VPS-POS-COUNT OCCURS 20
                                          PIC 9(05).
      *
      * Exception tallies and report work fields.
       01  PGCTB-VPS-EXCPT-COUNT          PIC 9(08) VALUE ZERO.
           88  PGCTB-RUL-EOF              VALUE 'Y'.
       01  PGCTB-JEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-JEXT-EOF             VALUE 'Y'.
       01  PGCTB-SRT-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-SRT-EOF              VALUE 'Y'.
      *
      * File status bytes.
       01  PGCTB-POSRUL-STATUS            PIC X(02) VALUE SPACES.
           PERFORM PGCTB-VPS-RULES-READ
           IF PGCTB-VPS-RULES-LOADED
              PERFORM PGCTB-VPS-TALLY-ROSTER
           END-IF
      *
           IF PGCTB-ERRLOG-IS-OPEN
              ELSE
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Position rules unreadable, empty or not'
                                           DELIMITED BY SIZE
                        ' yet in force'    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
       PGCTB-VPS-READ-RULE-EXIT.
           EXIT.
      *
      * Files one POSRULES row. A row dated after the run date is
      * next season's rule loaded ahead and is passed over until its
      * night; of the rows in force for one position the latest
      * effective date wins (a blank date reads 000000, in force
      * all along).
       PGCTB-VPS-FILE-RULE SECTION.
           MOVE PGCTB-PRL-EFF-DATE        TO PGCTB-VPS-REC-EFF
           IF PGCTB-VPS-REC-EFF = SPACES
              MOVE '000000'               TO PGCTB-VPS-REC-EFF
           END-IF
           IF PGCTB-VPS-REC-EFF IS NOT NUMERIC
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Non-numeric position rule effective date for '
                                           DELIMITED BY SIZE
                     PGCTB-PRL-POSITION    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF PGCTB-VPS-REC-EFF NOT > PGCTB-DATE
              PERFORM PGCTB-VPS-KEEP-RULE
           END-IF
           .
       PGCTB-VPS-FILE-RULE-EXIT.
           EXIT.
      *
       PGCTB-VPS-KEEP-RULE SECTION.
           IF PGCTB-PRL-MIN IS NUMERIC
              AND PGCTB-PRL-MAX IS NUMERIC
              IF PGCTB-PRL-MIN > PGCTB-PRL-MAX
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Inverted position rule bounds for '
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              MOVE ZERO                   TO PGCTB-VPS-RUL-HIT
              PERFORM PGCTB-VPS-FIND-RULE
                 VARYING PGCTB-VPS-RUL-IDX FROM 1 BY 1
                 UNTIL PGCTB-VPS-RUL-IDX > PGCTB-VPS-RUL-COUNT
                    OR PGCTB-VPS-RUL-HIT > 0
              IF PGCTB-VPS-RUL-HIT = 0
                 IF PGCTB-VPS-RUL-COUNT >= PGCTB-VPS-RUL-MAX
                    MOVE 9               TO PGCTB-RETURN-CODE
                    MOVE SPACES          TO PGCTB-ERROR-MESSAGE
                    STRING 'Position rules exceed the rule table'
                                           DELIMITED BY SIZE
                           ' capacity'     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                    SET PGCTB-ERROR      TO TRUE
                    PERFORM PGCTB-STATUS
                 END-IF
                 ADD 1                    TO PGCTB-VPS-RUL-COUNT
                 MOVE PGCTB-VPS-RUL-COUNT TO PGCTB-VPS-RUL-HIT
                 MOVE PGCTB-PRL-POSITION
                    TO PGCTB-VRT-POSITION (PGCTB-VPS-RUL-HIT)
                 MOVE SPACES
                    TO PGCTB-VRT-EFF-DATE (PGCTB-VPS-RUL-HIT)
              END-IF
              IF PGCTB-VPS-REC-EFF
                 NOT < PGCTB-VRT-EFF-DATE (PGCTB-VPS-RUL-HIT)
                 MOVE PGCTB-VPS-REC-EFF
                    TO PGCTB-VRT-EFF-DATE (PGCTB-VPS-RUL-HIT)
                 MOVE PGCTB-PRL-MIN
                    TO PGCTB-VRT-MIN (PGCTB-VPS-RUL-HIT)
                 MOVE PGCTB-PRL-MAX
                    TO PGCTB-VRT-MAX (PGCTB-VPS-RUL-HIT)
              END-IF
           ELSE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-VPS-KEEP-RULE-EXIT.
           EXIT.
      *
       PGCTB-VPS-FIND-RULE SECTION.
           IF PGCTB-VRT-POSITION (PGCTB-VPS-RUL-IDX)
              = PGCTB-PRL-POSITION
              MOVE PGCTB-VPS-RUL-IDX      TO PGCTB-VPS-RUL-HIT
           END-IF
           .
       PGCTB-VPS-FIND-RULE-EXIT.
           EXIT.
      *************************************************************************
      * Tallies the roster by team and regulated position and
      * checks each team as its players run out. The roster is
      * sorted on NoEquipe first, so only the team in hand is ever
      * held and the league can grow without a table to outrun. A
      * position no rule regulates is simply not counted - the
      * rules file says what the league cares about.
       PGCTB-VPS-TALLY-ROSTER SECTION.
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           SORT PGCTB-SORT-FILE
                ON ASCENDING KEY PGCTB-SRT-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-VPS-RELEASE-ROSTER
                OUTPUT PROCEDURE IS PGCTB-VPS-CHECK-TEAMS
           IF SORT-RETURN NOT = ZERO
              MOVE 4                     TO PGCTB-VPS-SEQUENCE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of roster extract failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-JEXTRACT-FILE
           .
       PGCTB-VPS-TALLY-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-VPS-RELEASE-ROSTER SECTION.
           PERFORM PGCTB-VPS-READ-JEXT
              UNTIL PGCTB-JEXT-EOF
           .
       PGCTB-VPS-RELEASE-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-VPS-READ-JEXT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-VPS-JWORK
                 IF PGCTB-VJW-TAG = 'DET'
                    AND PGCTB-VJW-NOEQUIPE IS NUMERIC
                    ADD 1                 TO PGCTB-VPS-PLAYER-COUNT
                    RELEASE PGCTB-SORT-RECORD FROM PGCTB-VPS-JWORK
                 END-IF
           END-READ
           .
       PGCTB-VPS-READ-JEXT-EXIT.
           EXIT.
      *************************************************************************
      * The exception pass - each team, as its sorted players run
      * out, against every rule, one report line per bound broken.
       PGCTB-VPS-CHECK-TEAMS SECTION.
           MOVE 3                         TO PGCTB-VPS-SEQUENCE
           OPEN OUTPUT PGCTB-POSRPT-FILE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-VPS-RETURN-PLAYER
           PERFORM PGCTB-VPS-CHECK-ONE-TEAM
              UNTIL PGCTB-SRT-EOF
           IF PGCTB-VPS-EXCPT-COUNT = 0
              MOVE 'Every team inside the composition bounds'
                                          TO PGCTB-VPS-RPT-LINE
       PGCTB-VPS-CHECK-TEAMS-EXIT.
           EXIT.
      *
       PGCTB-VPS-RETURN-PLAYER SECTION.
           RETURN PGCTB-SORT-FILE INTO PGCTB-VPS-JWORK
              AT END
                 SET PGCTB-SRT-EOF       TO TRUE
           END-RETURN
           .
       PGCTB-VPS-RETURN-PLAYER-EXIT.
           EXIT.
      *
      * One team: zero its position tallies, count every player
      * carrying its NoEquipe, then hold the tallies to the rules.
       PGCTB-VPS-CHECK-ONE-TEAM SECTION.
           ADD 1                          TO PGCTB-VPS-TEAM-COUNT
           MOVE PGCTB-VJW-NOEQUIPE-N      TO PGCTB-VPS-CUR-NOEQUIPE
           PERFORM PGCTB-VPS-ZERO-COUNTS
              VARYING PGCTB-VPS-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-VPS-RUL-IDX > PGCTB-VPS-RUL-MAX
           PERFORM PGCTB-VPS-TALLY-PLAYER
              UNTIL PGCTB-SRT-EOF
                 OR PGCTB-VJW-NOEQUIPE-N NOT = PGCTB-VPS-CUR-NOEQUIPE
           PERFORM PGCTB-VPS-CHECK-ONE-RULE
              VARYING PGCTB-VPS-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-VPS-RUL-IDX > PGCTB-VPS-RUL-COUNT
           .
       PGCTB-VPS-CHECK-ONE-TEAM-EXIT.
           EXIT.
      *
      * Bumps the count of whichever regulated position the player
      * dresses, then takes the next player.
       PGCTB-VPS-TALLY-PLAYER SECTION.
           PERFORM PGCTB-VPS-BUMP-POSITION
              VARYING PGCTB-VPS-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-VPS-RUL-IDX > PGCTB-VPS-RUL-COUNT
           PERFORM PGCTB-VPS-RETURN-PLAYER
           .
       PGCTB-VPS-TALLY-PLAYER-EXIT.
           EXIT.
      *
       PGCTB-VPS-ZERO-COUNTS SECTION.
           MOVE ZERO TO PGCTB-VPS-POS-COUNT (PGCTB-VPS-RUL-IDX)
           .
       PGCTB-VPS-ZERO-COUNTS-EXIT.
           EXIT.
      *
       PGCTB-VPS-BUMP-POSITION SECTION.
           IF PGCTB-VRT-POSITION (PGCTB-VPS-RUL-IDX)
              = PGCTB-VJW-POSITION
              ADD 1 TO PGCTB-VPS-POS-COUNT (PGCTB-VPS-RUL-IDX)
           END-IF
           .
       PGCTB-VPS-BUMP-POSITION-EXIT.
           EXIT.
      *
       PGCTB-VPS-CHECK-ONE-RULE SECTION.
           IF PGCTB-VPS-POS-COUNT (PGCTB-VPS-RUL-IDX)
                 < PGCTB-VRT-MIN (PGCTB-VPS-RUL-IDX)
              OR PGCTB-VPS-POS-COUNT (PGCTB-VPS-RUL-IDX)
                 > PGCTB-VRT-MAX (PGCTB-VPS-RUL-IDX)
              ADD 1                       TO PGCTB-VPS-EXCPT-COUNT
              PERFORM PGCTB-VPS-WRITE-EXCEPTION
       PGCTB-VPS-WRITE-EXCEPTION SECTION.
           MOVE SPACES                    TO PGCTB-VPS-RPT-LINE
           MOVE 1                         TO PGCTB-VPS-RPT-PTR
           STRING PGCTB-VPS-CUR-NOEQUIPE  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-VPS-RPT-LINE
                  WITH POINTER PGCTB-VPS-RPT-PTR
                     WITH POINTER PGCTB-VPS-RPT-PTR
           END-IF
           STRING ' dressed='             DELIMITED BY SIZE
                  PGCTB-VPS-POS-COUNT (PGCTB-VPS-RUL-IDX)
                                          DELIMITED BY SIZE
                  ' bounds='              DELIMITED BY SIZE
                  PGCTB-VRT-MIN (PGCTB-VPS-RUL-IDX)
