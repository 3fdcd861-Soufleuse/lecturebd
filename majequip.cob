                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * Sort work file - the journal re-sequenced newest entry
      * first for the backout.
           SELECT PGCTB-BKO-SORT-FILE   ASSIGN TO "SORTWK1".
      *
      * Data division
       DATA DIVISION.
      *
           05  PGCTB-SCR-WALL-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-WALL-TIME      PIC X(06).
      *
       SD  PGCTB-BKO-SORT-FILE.
       01  PGCTB-BKO-SORT-RECORD.
           05  PGCTB-BKS-SEQ             PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-BKS-ACTION          PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-BKS-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-BKS-IMAGE           PIC X(121).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.4 SORTED BACKOUT REPLAY'.
      *
      * Apply step number stamped into the error log the way the DB
      * programs stamp SQLCA-SEQUENCE.
      * backout replay the journal newest entry first.
       01  PGCTB-JRNL-SEQ                 PIC 9(08) VALUE ZERO.
      *
      * The reverse replay sorts the journal descending on the
      * entry number rather than holding it, so a backout is never
      * partial for want of room.
       01  PGCTB-BKO-COUNT                PIC 9(08) VALUE ZERO.
       01  PGCTB-BKS-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-BKS-EOF              VALUE 'Y'.
      *
      * Backout tallies for the audit trailer.
       01  PGCTB-BKO-UNDONE-COUNT         PIC 9(08) VALUE ZERO.
              PERFORM PGCTB-STATUS
           END-IF
      *
      * The audit opens with the EXTRACT HDR stamp it applied, laid
      * out like the extract's own HDR, so the audit can be tied to
      * the changes feed of that same extract. A backout audit
      * carries none.
           MOVE SPACES                    TO PGCTB-MAJ-AUDIT-LINE
           STRING 'HDR ' DELIMITED BY SIZE
                  PGCTB-PROGRAM-NAME      DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PGCTB-SUITE-STAMP-DATE  DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PGCTB-SUITE-STAMP-TIME  DELIMITED BY SIZE
                  INTO PGCTB-MAJ-AUDIT-LINE
           PERFORM PGCTB-MAJ-WRITE-AUDIT
      *
      * The journal of the previous apply is replaced, not
      * extended - it only ever describes the one apply a backout
      * could still have to undo. An unopenable journal is fatal
       PGCTB-MAJ-JRNL-WRITE-EXIT.
           EXIT.
      *************************************************************************
      * The backout run - sorts the failed apply's journal newest
      * entry first and replays it straight off the sort against
      * the master: an ADD is deleted, a CHG or DEL flagging has
      * its before image put back wholesale. Nothing is held in
      * memory, so a journal of any length backs out whole.
      * Rerunnable: an entry whose work is already undone (key
      * absent on an ADD delete) is counted and passed over.
       PGCTB-BKO-RUN SECTION.
           MOVE 9                         TO PGCTB-MAJ-SEQUENCE
           OPEN INPUT PGCTB-JRNL-FILE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 10                        TO PGCTB-MAJ-SEQUENCE
           OPEN I-O PGCTB-EQMST-FILE
              PERFORM PGCTB-STATUS
           END-IF
      *
           SORT PGCTB-BKO-SORT-FILE
                ON DESCENDING KEY PGCTB-BKS-SEQ
                INPUT PROCEDURE IS PGCTB-BKO-RELEASE-JRNL
                OUTPUT PROCEDURE IS PGCTB-BKO-REPLAY
           IF SORT-RETURN NOT = ZERO
              MOVE 12                    TO PGCTB-MAJ-SEQUENCE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of before-image journal failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-JRNL-FILE
      *
           MOVE SPACES                    TO PGCTB-MAJ-AUDIT-LINE
           STRING 'BACKOUT TOTALS undone=' DELIMITED BY SIZE
       PGCTB-BKO-RUN-EXIT.
           EXIT.
      *
       PGCTB-BKO-RELEASE-JRNL SECTION.
           PERFORM PGCTB-BKO-READ-ENTRY
              UNTIL PGCTB-JRNL-EOF
           .
       PGCTB-BKO-RELEASE-JRNL-EXIT.
           EXIT.
      *
       PGCTB-BKO-READ-ENTRY SECTION.
           READ PGCTB-JRNL-FILE
              AT END
                 SET PGCTB-JRNL-EOF      TO TRUE
              NOT AT END
                 ADD 1                    TO PGCTB-BKO-COUNT
                 RELEASE PGCTB-BKO-SORT-RECORD FROM PGCTB-JRNL-RECORD
           END-READ
           .
       PGCTB-BKO-READ-ENTRY-EXIT.
           EXIT.
      *
      * Takes the journal back off the sort, newest entry first,
      * undoing each as it comes.
       PGCTB-BKO-REPLAY SECTION.
           DISPLAY 'Journal entries to back out: ' PGCTB-BKO-COUNT
           PERFORM PGCTB-BKO-RETURN-ENTRY
              UNTIL PGCTB-BKS-EOF
           .
       PGCTB-BKO-REPLAY-EXIT.
           EXIT.
      *
       PGCTB-BKO-RETURN-ENTRY SECTION.
           RETURN PGCTB-BKO-SORT-FILE
              AT END
                 SET PGCTB-BKS-EOF       TO TRUE
              NOT AT END
                 PERFORM PGCTB-BKO-UNDO-ENTRY
           END-RETURN
           .
       PGCTB-BKO-RETURN-ENTRY-EXIT.
           EXIT.
      *
      * Undoes one journal entry. The failed apply may have died
      * on an ADD undo is normal, not an error.
       PGCTB-BKO-UNDO-ENTRY SECTION.
           MOVE 11                        TO PGCTB-MAJ-SEQUENCE
           IF PGCTB-BKS-ACTION = 'ADD'
              MOVE PGCTB-BKS-NOEQUIPE     TO PGCTB-EQM-NOEQUIPE
              DELETE PGCTB-EQMST-FILE RECORD
              EVALUATE PGCTB-EQMST-STATUS
              WHEN '00'
      * CHG and the drop-pass DEL flagging both restore the before
      * image wholesale - REWRITE over the surviving row, WRITE
      * back a row the failed apply never got to leave behind.
              MOVE PGCTB-BKS-NOEQUIPE     TO PGCTB-EQM-NOEQUIPE
              READ PGCTB-EQMST-FILE
              EVALUATE PGCTB-EQMST-STATUS
              WHEN '00'
                 MOVE PGCTB-BKS-IMAGE     TO PGCTB-EQMST-RECORD
                 REWRITE PGCTB-EQMST-RECORD
                 IF PGCTB-EQMST-STATUS NOT = '00'
                    PERFORM PGCTB-MAJ-IO-FAIL
                 ADD 1                    TO PGCTB-BKO-UNDONE-COUNT
                 PERFORM PGCTB-BKO-AUDIT-ENTRY
              WHEN '23'
                 MOVE PGCTB-BKS-IMAGE     TO PGCTB-EQMST-RECORD
                 WRITE PGCTB-EQMST-RECORD
                 IF PGCTB-EQMST-STATUS NOT = '00'
                    PERFORM PGCTB-MAJ-IO-FAIL
       PGCTB-BKO-AUDIT-ENTRY SECTION.
           MOVE SPACES                    TO PGCTB-MAJ-AUDIT-LINE
           STRING 'BACKOUT ' DELIMITED BY SIZE
                  PGCTB-BKS-ACTION        DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PGCTB-BKS-NOEQUIPE      DELIMITED BY SIZE
                  ' undone' DELIMITED BY SIZE
                  INTO PGCTB-MAJ-AUDIT-LINE
           PERFORM PGCTB-MAJ-WRITE-AUDIT
