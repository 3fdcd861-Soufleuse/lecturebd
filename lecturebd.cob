           05  PGCTB-RUL-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RUL-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RUL-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-EXCPT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.8 EFFECTIVE-DATED RULES'.
      *
      *01  T                                PIC  S9(9) COMP.
      *
       01  PGCTB-RULES-MIN                PIC 9(05) VALUE ZERO.
       01  PGCTB-RULES-MAX                PIC 9(05) VALUE ZERO.
      *
      * The RULESFIL row in force on the run date, picked from every
      * row on file by its effective date (yymmdd; blank reads
      * 000000, in force all along).
       01  PGCTB-RULES-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  PGCTB-RULES-EOF            VALUE 'Y'.
       01  PGCTB-RULES-REC-EFF            PIC X(06).
       01  PGCTB-RULES-PICK-EFF           PIC X(06) VALUE SPACES.
       01  PGCTB-RULES-PICK-MIN           PIC X(05).
       01  PGCTB-RULES-PICK-MAX           PIC X(05).
      *
      * Roster-size exception tally and report line.
       01  PGCTB-EXCPT-COUNT              PIC 9(08) VALUE ZERO.
       01  PGCTB-EXCPT-LINE               PIC X(132).
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              PERFORM PGCTB-RULES-PICK-RECORD
                 UNTIL PGCTB-RULES-EOF
              CLOSE PGCTB-RULES-FILE
              IF PGCTB-RULES-PICK-EFF NOT = SPACES
                 PERFORM PGCTB-RULES-APPLY-RECORD
              END-IF
              IF NOT PGCTB-RULES-LOADED
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Roster rules unreadable, empty or not yet'
                                           DELIMITED BY SIZE
                        ' in force'        DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              DISPLAY 'Roster rules: min=' PGCTB-RULES-MIN
                      ' max=' PGCTB-RULES-MAX
                      ' effective ' PGCTB-RULES-PICK-EFF
           END-IF
           .
       PGCTB-RULES-READ-EXIT.
           EXIT.
      *
      * Reads one RULESFIL row and keeps it when it is the latest
      * in force on the run date. A row dated later is next
      * season's rule loaded ahead and is passed over until its
      * night; between two rows of the same date the later wins.
       PGCTB-RULES-PICK-RECORD SECTION.
           READ PGCTB-RULES-FILE
              AT END
                 SET PGCTB-RULES-EOF      TO TRUE
              NOT AT END
                 IF PGCTB-RULES-RECORD NOT = SPACES
                    MOVE PGCTB-RUL-EFF-DATE TO PGCTB-RULES-REC-EFF
                    IF PGCTB-RULES-REC-EFF = SPACES
                       MOVE '000000'      TO PGCTB-RULES-REC-EFF
                    END-IF
                    IF PGCTB-RULES-REC-EFF IS NOT NUMERIC
                       MOVE 8             TO PGCTB-RETURN-CODE
                       MOVE SPACES        TO PGCTB-ERROR-MESSAGE
                       STRING 'Non-numeric roster rule effective date '
                                           DELIMITED BY SIZE
                              PGCTB-RULES-REC-EFF DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                       SET PGCTB-ERROR    TO TRUE
                       PERFORM PGCTB-STATUS
                    END-IF
                    IF PGCTB-RULES-REC-EFF NOT > PGCTB-DATE
                       AND (PGCTB-RULES-PICK-EFF = SPACES
                        OR PGCTB-RULES-REC-EFF
                           NOT < PGCTB-RULES-PICK-EFF)
                       MOVE PGCTB-RULES-REC-EFF TO PGCTB-RULES-PICK-EFF
                       MOVE PGCTB-RUL-MIN TO PGCTB-RULES-PICK-MIN
                       MOVE PGCTB-RUL-MAX TO PGCTB-RULES-PICK-MAX
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-RULES-PICK-RECORD-EXIT.
           EXIT.
      *
       PGCTB-RULES-APPLY-RECORD SECTION.
           IF PGCTB-RULES-PICK-MIN IS NUMERIC
              AND PGCTB-RULES-PICK-MAX IS NUMERIC
              MOVE PGCTB-RULES-PICK-MIN   TO PGCTB-RULES-MIN
              MOVE PGCTB-RULES-PICK-MAX   TO PGCTB-RULES-MAX
              IF PGCTB-RULES-MIN NOT > PGCTB-RULES-MAX
                 SET PGCTB-RULES-LOADED   TO TRUE
              END-IF
