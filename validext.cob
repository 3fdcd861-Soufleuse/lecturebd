                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * Sort work file - the DET NoEquipe values re-sequenced so
      * duplicates land side by side.
           SELECT PGCTB-SORT-FILE       ASSIGN TO "SORTWK1".
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-SCR-WALL-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-WALL-TIME      PIC X(06).
      *
       SD  PGCTB-SORT-FILE.
       01  PGCTB-SORT-RECORD.
           05  FILLER                    PIC X(04).
           05  PGCTB-SRT-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(119).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.2 SORTED DUPLICATE CHECK'.
      *
      * Validation step number stamped into the error log the way
      * the DB programs stamp SQLCA-SEQUENCE - each check has its
       01  PGCTB-VAL-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-VAL-EOF              VALUE 'Y'.
      *
      * Duplicate check support - the extract is ordered by Ville,
      * not NoEquipe, so the good DETs are sorted on NoEquipe and
      * each one is compared with the one before it. Nothing is
      * held, so the league can grow without a table to outrun.
       01  PGCTB-VAL-PREV-NOEQUIPE        PIC 9(09) VALUE ZERO.
       01  PGCTB-VAL-PREV-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-VAL-HAVE-PREV        VALUE 'Y'.
       01  PGCTB-SRT-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-SRT-EOF              VALUE 'Y'.
      *
      * Pieces of the HDR date/time plausibility check.
       01  PGCTB-VAL-HDR-MM               PIC 9(02).
           PERFORM PGCTB-SUITE-REG-START
      *
           PERFORM PGCTB-VAL-OPEN-FILES
           PERFORM PGCTB-VAL-SCAN-EXTRACT
           PERFORM PGCTB-VAL-RUN-CHECKS
           PERFORM PGCTB-VAL-WRITE-VERDICT
      *
       PGCTB-VAL-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * The single read pass, run as the input side of a sort on
      * NoEquipe; the output side counts the duplicates.
       PGCTB-VAL-SCAN-EXTRACT SECTION.
           SORT PGCTB-SORT-FILE
                ON ASCENDING KEY PGCTB-SRT-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-VAL-RELEASE-EXTRACT
                OUTPUT PROCEDURE IS PGCTB-VAL-COUNT-DUPLICATES
           IF SORT-RETURN NOT = ZERO
              MOVE 7                     TO PGCTB-VAL-SEQUENCE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of extract NoEquipe values failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-VAL-SCAN-EXTRACT-EXIT.
           EXIT.
      *
       PGCTB-VAL-RELEASE-EXTRACT SECTION.
           PERFORM PGCTB-VAL-READ-EXTRACT
              UNTIL PGCTB-VAL-EOF
           .
       PGCTB-VAL-RELEASE-EXTRACT-EXIT.
           EXIT.
      *
      * One trip around the read loop - reads the next extract
      * record and tallies it by tag.
       PGCTB-VAL-READ-EXTRACT SECTION.
       PGCTB-VAL-CHECK-HDR-STAMP-EXIT.
           EXIT.
      *************************************************************************
      * Per-DET checks: NoEquipe numeric and non-zero. A good one
      * goes to the sort for the duplicate check.
       PGCTB-VAL-CHECK-DET SECTION.
           IF PGCTB-VDW-NOEQUIPE NOT NUMERIC
              OR (PGCTB-VDW-NOEQUIPE IS NUMERIC
                  AND PGCTB-VDW-NOEQUIPE-N = 0)
              ADD 1                       TO PGCTB-VAL-BADKEY-COUNT
           ELSE
              RELEASE PGCTB-SORT-RECORD FROM PGCTB-VAL-WORK
           END-IF
           .
       PGCTB-VAL-CHECK-DET-EXIT.
           EXIT.
      *
      * Output side of the sort - a NoEquipe equal to the one
      * before it is a duplicate, counted once per extra copy.
       PGCTB-VAL-COUNT-DUPLICATES SECTION.
           PERFORM PGCTB-VAL-RETURN-DET
           PERFORM PGCTB-VAL-CHECK-DUPLICATE
              UNTIL PGCTB-SRT-EOF
           .
       PGCTB-VAL-COUNT-DUPLICATES-EXIT.
           EXIT.
      *
       PGCTB-VAL-RETURN-DET SECTION.
           RETURN PGCTB-SORT-FILE
              AT END
                 SET PGCTB-SRT-EOF       TO TRUE
           END-RETURN
           .
       PGCTB-VAL-RETURN-DET-EXIT.
           EXIT.
      *
       PGCTB-VAL-CHECK-DUPLICATE SECTION.
           IF PGCTB-VAL-HAVE-PREV
              AND PGCTB-SRT-NOEQUIPE = PGCTB-VAL-PREV-NOEQUIPE
              ADD 1                       TO PGCTB-VAL-DUP-COUNT
           END-IF
           MOVE PGCTB-SRT-NOEQUIPE        TO PGCTB-VAL-PREV-NOEQUIPE
           SET PGCTB-VAL-HAVE-PREV        TO TRUE
           PERFORM PGCTB-VAL-RETURN-DET
           .
       PGCTB-VAL-CHECK-DUPLICATE-EXIT.
           EXIT.
      *************************************************************************
      * Applies the whole-file checks to the tallies and writes one
                     INTO PGCTB-VAL-RPT-LINE
              PERFORM PGCTB-VAL-RPT-FAIL
           END-IF
           .
       PGCTB-VAL-RUN-CHECKS-EXIT.
           EXIT.
