      ****************************************************************
      * Sommaire des operations du matin.
      *
      * La releve du matin ouvrait six fichiers - SUITECTL pour les
      * phases et codes retour, JOBSUM pour les comptes, RUNHIST et
      * DURERPT pour le volume et la duree, ERRDIGST pour les
      * erreurs, LIVRRPT pour les livraisons - et recousait le tout
      * a la main. Ce programme prend l'estampille HDR de l'extract
      * EXTRACT de la nuit et produit un seul sommaire SOMMRPT:
      *   - chaque etape PGCTBnnn attendue dans la chaine, avec son
      *     debut, sa fin, sa duree et son code retour, et en clair
      *     chaque etape qui ne s'est jamais inscrite;
      *   - les comptes de lignes EXTRACT, JEXTRACT et PEXTRACT cote
      *     a cote (DET comptes, ROWCOUNT du TRL, estampille HDR) et
      *     la ligne JOBSUM de lecturbd;
      *   - les entrees ERRLOG ecrites depuis l'estampille;
      *   - les livraisons MANIFEST encore ouvertes;
      *   - un etat global VERT/JAUNE/ROUGE (GREEN/AMBER/RED) et le
      *     code retour assorti pour l'ordonnanceur: 0, 36 ou 38.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sommatin.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The night's Equipe extract - its HDR stamp is the tag the
      * whole chain registers under, its TRL the row count.
           SELECT PGCTB-EXTRACT-FILE    ASSIGN TO "EXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-EXTRACT-STATUS.
      *
      * The Joueur and Partie extracts, counted the same way.
           SELECT PGCTB-JEXTRACT-FILE   ASSIGN TO "JEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JEXTRACT-STATUS.
      *
           SELECT PGCTB-PEXTRACT-FILE   ASSIGN TO "PEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PEXTRACT-STATUS.
      *
      * Suite-control file - the START/END registrations of every
      * nightly PGCTBnnn step, tagged with the extract stamp.
           SELECT PGCTB-SUICTL-FILE     ASSIGN TO "SUITECTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * lecturbd's one-record job summary - fetch and SQL counts.
           SELECT PGCTB-JOBSUM-FILE     ASSIGN TO "JOBSUM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JOBSUM-STATUS.
      *
      * The delivery manifest - it only carries the deliveries the
      * league has not yet acknowledged.
           SELECT PGCTB-MANIF-FILE      ASSIGN TO "MANIFEST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-MANIF-STATUS.
      *
      * Morning operations summary - the shift-handover report.
           SELECT PGCTB-SOMMRPT-FILE    ASSIGN TO "SOMMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SOMMRPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to. Read here for the night's
      * entries, and appended to on this run's own failure.
           SELECT PGCTB-ERRLOG-FILE     ASSIGN TO "ERRLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PGCTB-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-EXTRACT-RECORD          PIC X(132).
      *
       FD  PGCTB-JEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JEXTRACT-RECORD         PIC X(132).
      *
       FD  PGCTB-PEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PEXTRACT-RECORD         PIC X(132).
      *
       FD  PGCTB-SUICTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SUICTL-RECORD.
           05  PGCTB-SCR-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-PHASE           PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-STAMP-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-STAMP-TIME      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-RC              PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-WALL-DATE       PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-WALL-TIME       PIC X(06).
      *
       FD  PGCTB-JOBSUM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JOBSUM-RECORD.
           05  PGCTB-JSR-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-ENV             PIC X(04).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-FILTER-FLAG     PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-RESTART-FLAG    PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-REFRESH-FLAG    PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-FORMAT-FLAG     PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-FETCH-COUNT     PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-SQL-ROWCNT      PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-RETURN-CODE     PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-START-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-START-TIME      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-END-DATE        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-JSR-END-TIME        PIC X(06).
      *
       FD  PGCTB-MANIF-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-MANIF-RECORD.
           05  PGCTB-MFR-FILENAME        PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-TIME            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-ROWCOUNT        PIC 9(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-CHECKVAL        PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-ACK-FLAG        PIC X(01).
           05  FILLER                    PIC X(01).
           05  PGCTB-MFR-AGE             PIC 9(02).
      *
       FD  PGCTB-SOMMRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SOMMRPT-RECORD          PIC X(132).
      *
       FD  PGCTB-ERRLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-ERRLOG-RECORD.
           05  PGCTB-ELR-DATE            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-TIME            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-SEQUENCE        PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-ELR-MESSAGE         PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 SAISEQUI APPLIED LINES'.
      *
      * Summary step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-SOM-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Run-time PARM - comma-delimited ENV-CODE,MAX-AGE. MAX-AGE
      * is suivlivr's own tolerance: an open delivery aged that
      * many tracking runs or more is overdue here too. Default 3.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
       01  PGCTB-SOM-MAXAGE-TEXT          PIC X(02) VALUE SPACES.
       01  PGCTB-SOM-MAX-AGE              PIC 9(02) VALUE 3.
      *
      * The night's stamp, from the EXTRACT HDR, and the same stamp
      * as one date-then-time key for the error-log window.
       01  PGCTB-SOM-STAMP-DATE           PIC X(06) VALUE SPACES.
       01  PGCTB-SOM-STAMP-TIME           PIC X(06) VALUE SPACES.
       01  PGCTB-SOM-STAMP-KEY            PIC X(12) VALUE SPACES.
       01  PGCTB-SOM-ENTRY-KEY            PIC X(12) VALUE SPACES.
      *
      * Every step expected in the nightly chain, in run order:
      * lecturbd, validext, majequip, then saisequi and compextr
      * behind majequip, lecturjo behind compextr, maitjoue and
      * lecturpa behind lecturjo, auditpar behind lecturpa.
       01  PGCTB-SOM-STEP-NAMES.
           05  FILLER                    PIC X(08) VALUE 'lecturbd'.
           05  FILLER                    PIC X(08) VALUE 'validext'.
           05  FILLER                    PIC X(08) VALUE 'majequip'.
           05  FILLER                    PIC X(08) VALUE 'saisequi'.
           05  FILLER                    PIC X(08) VALUE 'compextr'.
           05  FILLER                    PIC X(08) VALUE 'lecturjo'.
           05  FILLER                    PIC X(08) VALUE 'maitjoue'.
           05  FILLER                    PIC X(08) VALUE 'lecturpa'.
           05  FILLER                    PIC X(08) VALUE 'auditpar'.
       01  PGCTB-SOM-STEP-NAME-TABLE REDEFINES PGCTB-SOM-STEP-NAMES.
           05  PGCTB-SOM-STEP-NAME OCCURS 9
                                          PIC X(08).
       01  PGCTB-SOM-STEP-MAX             PIC 9(02) COMP VALUE 9.
       01  PGCTB-SOM-STEP-IDX             PIC 9(02) COMP.
       01  PGCTB-SOM-HIT-IDX              PIC 9(02) COMP.
      *
      * What SUITECTL says of each expected step under the stamp.
      * A rerun's START clears the earlier END, so a step that was
      * restarted and never finished shows as started, not ended.
      * A gate refusal registers an END with no START.
       01  PGCTB-SOM-STEP-TABLE.
           05  PGCTB-SOM-STEP-ROW OCCURS 9.
               10  PGCTB-SST-STR-FLAG    PIC X(01).
                   88  PGCTB-SST-STARTED VALUE 'Y'.
               10  PGCTB-SST-END-FLAG    PIC X(01).
                   88  PGCTB-SST-ENDED   VALUE 'Y'.
               10  PGCTB-SST-STR-DATE    PIC X(06).
               10  PGCTB-SST-STR-TIME    PIC X(06).
               10  PGCTB-SST-END-DATE    PIC X(06).
               10  PGCTB-SST-END-TIME    PIC X(06).
               10  PGCTB-SST-RC          PIC 9(03).
               10  PGCTB-SST-RUNS        PIC 9(02).
      *
      * Step verdict under construction.
       01  PGCTB-SOM-STATE-WORD           PIC X(20).
       01  PGCTB-SOM-RUNS-DISPLAY         PIC Z9.
      *
      * The three extracts, side by side: 1 EXTRACT, 2 JEXTRACT,
      * 3 PEXTRACT.
       01  PGCTB-SOM-XTR-TABLE.
           05  PGCTB-SOM-XTR-ROW OCCURS 3.
               10  PGCTB-SXT-NAME        PIC X(08).
               10  PGCTB-SXT-FOUND-FLAG  PIC X(01).
                   88  PGCTB-SXT-FOUND   VALUE 'Y'.
               10  PGCTB-SXT-HDR-FLAG    PIC X(01).
                   88  PGCTB-SXT-HAS-HDR VALUE 'Y'.
               10  PGCTB-SXT-TRL-FLAG    PIC X(01).
                   88  PGCTB-SXT-HAS-TRL VALUE 'Y'.
               10  PGCTB-SXT-HDR-DATE    PIC X(06).
               10  PGCTB-SXT-HDR-TIME    PIC X(06).
               10  PGCTB-SXT-DET-COUNT   PIC 9(08).
               10  PGCTB-SXT-TRL-COUNT   PIC 9(08).
               10  PGCTB-SXT-STATE       PIC X(08).
       01  PGCTB-SOM-XTR-IDX              PIC 9(02) COMP.
       01  PGCTB-SOM-XTR-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-SOM-XTR-EOF          VALUE 'Y'.
       01  PGCTB-SOM-XTR-OPEN-STATUS      PIC X(02).
      *
      * Work view of an extract record, through the layouts the
      * three readers write - the same tags and widths in each.
       01  PGCTB-SOM-XTR-WORK             PIC X(132).
       01  PGCTB-SOM-XTR-HDR REDEFINES PGCTB-SOM-XTR-WORK.
           05  PGCTB-SXH-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SXH-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-SXH-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SXH-TIME            PIC X(06).
           05  FILLER                    PIC X(106).
       01  PGCTB-SOM-XTR-TRL REDEFINES PGCTB-SOM-XTR-WORK.
           05  PGCTB-SXR-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SXR-ROWCOUNT        PIC X(08).
           05  PGCTB-SXR-ROWCOUNT-N REDEFINES PGCTB-SXR-ROWCOUNT
                                          PIC 9(08).
           05  FILLER                    PIC X(120).
      *
      * One side-by-side report line: a label, then one column per
      * extract.
       01  PGCTB-SOM-SBS-LINE.
           05  PGCTB-SBS-LABEL           PIC X(22).
           05  PGCTB-SBS-COL OCCURS 3    PIC X(22).
       01  PGCTB-SOM-SBS-ROW-TYPE         PIC 9(01).
      *
      * Overall status - raised, never lowered, as the sections
      * find things: 0 GREEN, 1 AMBER, 2 RED.
       01  PGCTB-SOM-LEVEL                PIC 9(01) VALUE ZERO.
           88  PGCTB-SOM-GREEN            VALUE 0.
           88  PGCTB-SOM-AMBER            VALUE 1.
           88  PGCTB-SOM-RED              VALUE 2.
      *
      * Tallies for the verdict.
       01  PGCTB-SOM-OK-COUNT             PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-WARN-COUNT           PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-FAIL-COUNT           PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-NOEND-COUNT          PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-MISSING-COUNT        PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-XTR-BAD-COUNT        PIC 9(04) VALUE ZERO.
       01  PGCTB-SOM-ERRLOG-COUNT         PIC 9(08) VALUE ZERO.
       01  PGCTB-SOM-ERRLOG-INFO-COUNT    PIC 9(08) VALUE ZERO.
       01  PGCTB-SOM-OPEN-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-SOM-OVERDUE-COUNT        PIC 9(08) VALUE ZERO.
      *
      * Elapsed-time work fields, in dureebat's manner. The wall
      * dates are on the registrations, so a step that ended on a
      * later date than it started gets a day of seconds back.
       01  PGCTB-SOM-TIME-WORK            PIC X(06).
       01  PGCTB-SOM-HH                   PIC 9(02).
       01  PGCTB-SOM-MI                   PIC 9(02).
       01  PGCTB-SOM-SS                   PIC 9(02).
       01  PGCTB-SOM-SECS                 PIC 9(08) COMP.
       01  PGCTB-SOM-START-SECS           PIC 9(08) COMP.
       01  PGCTB-SOM-ELAPSED-SECS         PIC 9(08) COMP.
       01  PGCTB-SOM-ELAPSED-DISPLAY      PIC Z(7)9.
      *
      * Printable stamps: 20yy-mm-dd hh:mm:ss from a date and a
      * time, or a row of dashes when the pair is blank.
       01  PGCTB-SOM-FMT-DATE             PIC X(06).
       01  PGCTB-SOM-FMT-TIME             PIC X(06).
       01  PGCTB-SOM-FMT-TEXT             PIC X(19).
       01  PGCTB-SOM-START-TEXT           PIC X(19).
       01  PGCTB-SOM-END-TEXT             PIC X(19).
       01  PGCTB-SOM-CNT-EDIT             PIC Z(7)9.
       01  PGCTB-SOM-CNT-DISPLAY          PIC 9(08).
      *
       01  PGCTB-SOM-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-SOM-EOF              VALUE 'Y'.
      *
      * Report line under construction.
       01  PGCTB-SOM-RPT-LINE             PIC X(132).
       01  PGCTB-SOM-RPT-PTR              PIC 9(03) COMP.
      *
      * File status bytes.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-JEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-PEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-SUICTL-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-JOBSUM-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-MANIF-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-SOMMRPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'sommatin'                  TO PGCTB-PROGRAM-NAME
      *
           PERFORM PGCTB-READ-RUN-PARM
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-STARTTIME           FROM TIME
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                ' PGCTB-PROGRAM-NAME(1:1) ' '
                                       PGCTB-PROGRAM-NAME(2:1) ' '
                                       PGCTB-PROGRAM-NAME(3:1) ' '
                                       PGCTB-PROGRAM-NAME(4:1) ' '
                                       PGCTB-PROGRAM-NAME(5:1) ' '
                                       PGCTB-PROGRAM-NAME(6:1) ' '
                                       PGCTB-PROGRAM-NAME(7:1) ' '
                                       PGCTB-PROGRAM-NAME(8:1) ' '
                   '                  *'
           DISPLAY '*       Start..: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-STARTTIME(1:2) ':' PGCTB-STARTTIME(3:2) ':'
                   PGCTB-STARTTIME(5:2) '    '
                   '           *'
           DISPLAY '* Version..: ' PGCTB-VERSION
                   '*'
           DISPLAY '*  ENVIRONMENT..: ' PGCTB-ENV-CODE ' *'
           DISPLAY '*  MAX AGE......: ' PGCTB-SOM-MAX-AGE ' *'
           DISPLAY '*******************************************'
                   '*********'
      *
           PERFORM PGCTB-SOM-OPEN-REPORT
           PERFORM PGCTB-SOM-GET-STAMP
           PERFORM PGCTB-SOM-STEPS
           PERFORM PGCTB-SOM-EXTRACTS
           PERFORM PGCTB-SOM-JOBSUM
           PERFORM PGCTB-SOM-ERRLOG
           PERFORM PGCTB-SOM-MANIFEST
           PERFORM PGCTB-SOM-WRITE-VERDICT
      *
           CLOSE PGCTB-SOMMRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-ENDTIME             FROM TIME
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*       End....: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-ENDTIME(1:2) ':' PGCTB-ENDTIME(3:2) ':'
                   PGCTB-ENDTIME(5:2) '    '
                   '           *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * The overall status is the scheduler's too: 0 GREEN, 36
      * AMBER, 38 RED.
           EVALUATE TRUE
              WHEN PGCTB-SOM-RED
                 MOVE 38                   TO RETURN-CODE
              WHEN PGCTB-SOM-AMBER
                 MOVE 36                   TO RETURN-CODE
              WHEN OTHER
                 MOVE 0                    TO RETURN-CODE
           END-EVALUATE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       PGCTB-SOM-OPEN-REPORT SECTION.
           MOVE 1                         TO PGCTB-SOM-SEQUENCE
           OPEN OUTPUT PGCTB-SOMMRPT-FILE
           IF PGCTB-SOMMRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open operations summary, status '
                                           DELIMITED BY SIZE
                     PGCTB-SOMMRPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-SOM-OPEN-REPORT-EXIT.
           EXIT.
      *************************************************************************
      * The night's stamp is the EXTRACT HDR's date/time. Without
      * it there is no night to summarize - the chain never got
      * past lecturbd - and that is RED outright (38).
       PGCTB-SOM-GET-STAMP SECTION.
           MOVE 2                         TO PGCTB-SOM-SEQUENCE
           OPEN INPUT PGCTB-EXTRACT-FILE
           IF PGCTB-EXTRACT-STATUS NOT = '00'
              MOVE 38                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'OVERALL STATUS: RED - extract unreadable, '
                                           DELIMITED BY SIZE
                     'status '             DELIMITED BY SIZE
                     PGCTB-EXTRACT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-SOM-REFUSE
           END-IF
           MOVE SPACES                    TO PGCTB-SOM-XTR-WORK
           READ PGCTB-EXTRACT-FILE INTO PGCTB-SOM-XTR-WORK
              AT END
                 CONTINUE
           END-READ
           CLOSE PGCTB-EXTRACT-FILE
           IF PGCTB-SXH-TAG NOT = 'HDR'
              MOVE 38                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'OVERALL STATUS: RED - extract carries no HDR '
                                           DELIMITED BY SIZE
                     'stamp'               DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-SOM-REFUSE
           END-IF
           MOVE PGCTB-SXH-DATE            TO PGCTB-SOM-STAMP-DATE
           MOVE PGCTB-SXH-TIME            TO PGCTB-SOM-STAMP-TIME
           MOVE PGCTB-SOM-STAMP-DATE      TO PGCTB-SOM-STAMP-KEY(1:6)
           MOVE PGCTB-SOM-STAMP-TIME      TO PGCTB-SOM-STAMP-KEY(7:6)
      *
           MOVE PGCTB-SOM-STAMP-DATE      TO PGCTB-SOM-FMT-DATE
           MOVE PGCTB-SOM-STAMP-TIME      TO PGCTB-SOM-FMT-TIME
           PERFORM PGCTB-SOM-FORMAT-STAMP
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           STRING 'MORNING OPERATIONS SUMMARY - ENV '
                                          DELIMITED BY SIZE
                  PGCTB-ENV-CODE          DELIMITED BY SIZE
                  ' - EXTRACT STAMP '     DELIMITED BY SIZE
                  PGCTB-SOM-FMT-TEXT      DELIMITED BY SIZE
                  INTO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           .
       PGCTB-SOM-GET-STAMP-EXIT.
           EXIT.
      *
      * A summary that cannot start still leaves its one RED line
      * on the report before the error funnel ends the run.
       PGCTB-SOM-REFUSE SECTION.
           MOVE PGCTB-ERROR-MESSAGE       TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           CLOSE PGCTB-SOMMRPT-FILE
           SET PGCTB-ERROR                TO TRUE
           PERFORM PGCTB-STATUS
           .
       PGCTB-SOM-REFUSE-EXIT.
           EXIT.
      *************************************************************************
      * Steps section: one pass over SUITECTL keeping the stamp's
      * registrations of every expected step, then one line per
      * step in chain order. A missing control file is not an
      * error here - it just means nothing registered.
       PGCTB-SOM-STEPS SECTION.
           MOVE 3                         TO PGCTB-SOM-SEQUENCE
           MOVE SPACES                    TO PGCTB-SOM-STEP-TABLE
           PERFORM PGCTB-SOM-CLEAR-STEP
              VARYING PGCTB-SOM-STEP-IDX FROM 1 BY 1
              UNTIL PGCTB-SOM-STEP-IDX > PGCTB-SOM-STEP-MAX
           MOVE SPACE                     TO PGCTB-SOM-EOF-FLAG
           OPEN INPUT PGCTB-SUICTL-FILE
           IF PGCTB-SUICTL-STATUS = '00'
              PERFORM PGCTB-SOM-READ-SUICTL
                 UNTIL PGCTB-SOM-EOF
              CLOSE PGCTB-SUICTL-FILE
           ELSE
              MOVE SPACES                 TO PGCTB-SOM-RPT-LINE
              STRING 'Suite-control file unreadable, status '
                                          DELIMITED BY SIZE
                     PGCTB-SUICTL-STATUS  DELIMITED BY SIZE
                     ' - no step registered'
                                          DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
      *
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE 'NIGHTLY CHAIN STEPS'     TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           STRING 'STEP      START                END'
                                          DELIMITED BY SIZE
                  '                  ELAPSED SEC  RC   RUNS STATE'
                                          DELIMITED BY SIZE
                  INTO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           PERFORM PGCTB-SOM-RPT-STEP
              VARYING PGCTB-SOM-STEP-IDX FROM 1 BY 1
              UNTIL PGCTB-SOM-STEP-IDX > PGCTB-SOM-STEP-MAX
      *
      * The never-registered steps again, named on one line so the
      * handover cannot miss them.
           IF PGCTB-SOM-MISSING-COUNT > 0
              MOVE SPACES                 TO PGCTB-SOM-RPT-LINE
              MOVE 1                      TO PGCTB-SOM-RPT-PTR
              STRING 'NEVER REGISTERED:'  DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
              PERFORM PGCTB-SOM-NAME-MISSING
                 VARYING PGCTB-SOM-STEP-IDX FROM 1 BY 1
                 UNTIL PGCTB-SOM-STEP-IDX > PGCTB-SOM-STEP-MAX
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
           .
       PGCTB-SOM-STEPS-EXIT.
           EXIT.
      *
       PGCTB-SOM-CLEAR-STEP SECTION.
           MOVE ZERO            TO PGCTB-SST-RC (PGCTB-SOM-STEP-IDX)
           MOVE ZERO            TO PGCTB-SST-RUNS (PGCTB-SOM-STEP-IDX)
           .
       PGCTB-SOM-CLEAR-STEP-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-SUICTL SECTION.
           READ PGCTB-SUICTL-FILE
              AT END
                 SET PGCTB-SOM-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-SCR-STAMP-DATE = PGCTB-SOM-STAMP-DATE
                    AND PGCTB-SCR-STAMP-TIME = PGCTB-SOM-STAMP-TIME
                    MOVE ZERO             TO PGCTB-SOM-HIT-IDX
                    PERFORM PGCTB-SOM-FIND-STEP
                       VARYING PGCTB-SOM-STEP-IDX FROM 1 BY 1
                       UNTIL PGCTB-SOM-STEP-IDX > PGCTB-SOM-STEP-MAX
                          OR PGCTB-SOM-HIT-IDX > 0
                    IF PGCTB-SOM-HIT-IDX > 0
                       PERFORM PGCTB-SOM-KEEP-REG
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-SOM-READ-SUICTL-EXIT.
           EXIT.
      *
       PGCTB-SOM-FIND-STEP SECTION.
           IF PGCTB-SOM-STEP-NAME (PGCTB-SOM-STEP-IDX)
                 = PGCTB-SCR-PROGRAM
              MOVE PGCTB-SOM-STEP-IDX     TO PGCTB-SOM-HIT-IDX
           END-IF
           .
       PGCTB-SOM-FIND-STEP-EXIT.
           EXIT.
      *
      * The latest registration wins: a START opens a new run and
      * forgets any earlier END, an END closes the run in progress.
       PGCTB-SOM-KEEP-REG SECTION.
           IF PGCTB-SCR-PHASE = 'STR'
              SET PGCTB-SST-STARTED (PGCTB-SOM-HIT-IDX) TO TRUE
              MOVE SPACE    TO PGCTB-SST-END-FLAG (PGCTB-SOM-HIT-IDX)
              MOVE PGCTB-SCR-WALL-DATE
                            TO PGCTB-SST-STR-DATE (PGCTB-SOM-HIT-IDX)
              MOVE PGCTB-SCR-WALL-TIME
                            TO PGCTB-SST-STR-TIME (PGCTB-SOM-HIT-IDX)
              MOVE SPACES   TO PGCTB-SST-END-DATE (PGCTB-SOM-HIT-IDX)
              MOVE SPACES   TO PGCTB-SST-END-TIME (PGCTB-SOM-HIT-IDX)
              IF PGCTB-SST-RUNS (PGCTB-SOM-HIT-IDX) < 99
                 ADD 1      TO PGCTB-SST-RUNS (PGCTB-SOM-HIT-IDX)
              END-IF
           END-IF
           IF PGCTB-SCR-PHASE = 'END'
              SET PGCTB-SST-ENDED (PGCTB-SOM-HIT-IDX) TO TRUE
              MOVE PGCTB-SCR-WALL-DATE
                            TO PGCTB-SST-END-DATE (PGCTB-SOM-HIT-IDX)
              MOVE PGCTB-SCR-WALL-TIME
                            TO PGCTB-SST-END-TIME (PGCTB-SOM-HIT-IDX)
              IF PGCTB-SCR-RC IS NUMERIC
                 MOVE PGCTB-SCR-RC
                            TO PGCTB-SST-RC (PGCTB-SOM-HIT-IDX)
              ELSE
                 MOVE 999   TO PGCTB-SST-RC (PGCTB-SOM-HIT-IDX)
              END-IF
           END-IF
           .
       PGCTB-SOM-KEEP-REG-EXIT.
           EXIT.
      *
      * One step line and its verdict. A clean end is OK; the two
      * codes a step returns with its work still committed - 30
      * saisequi's rejects and 34 auditpar's exceptions - are
      * AMBER; any other code, a start with no end and a step that
      * never registered are RED.
       PGCTB-SOM-RPT-STEP SECTION.
           MOVE PGCTB-SST-STR-DATE (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-FMT-DATE
           MOVE PGCTB-SST-STR-TIME (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-FMT-TIME
           PERFORM PGCTB-SOM-FORMAT-STAMP
           MOVE PGCTB-SOM-FMT-TEXT        TO PGCTB-SOM-START-TEXT
           MOVE PGCTB-SST-END-DATE (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-FMT-DATE
           MOVE PGCTB-SST-END-TIME (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-FMT-TIME
           PERFORM PGCTB-SOM-FORMAT-STAMP
           MOVE PGCTB-SOM-FMT-TEXT        TO PGCTB-SOM-END-TEXT
           MOVE PGCTB-SST-RUNS (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-RUNS-DISPLAY
      *
           EVALUATE TRUE
              WHEN NOT PGCTB-SST-STARTED (PGCTB-SOM-STEP-IDX)
                   AND NOT PGCTB-SST-ENDED (PGCTB-SOM-STEP-IDX)
                 MOVE 'NEVER REGISTERED'  TO PGCTB-SOM-STATE-WORD
                 ADD 1                    TO PGCTB-SOM-MISSING-COUNT
                 MOVE 2                   TO PGCTB-SOM-LEVEL
              WHEN NOT PGCTB-SST-ENDED (PGCTB-SOM-STEP-IDX)
                 MOVE 'STARTED, NO END'   TO PGCTB-SOM-STATE-WORD
                 ADD 1                    TO PGCTB-SOM-NOEND-COUNT
                 MOVE 2                   TO PGCTB-SOM-LEVEL
              WHEN PGCTB-SST-RC (PGCTB-SOM-STEP-IDX) = 0
                 MOVE 'OK'                TO PGCTB-SOM-STATE-WORD
                 ADD 1                    TO PGCTB-SOM-OK-COUNT
              WHEN PGCTB-SST-RC (PGCTB-SOM-STEP-IDX) = 30
                OR PGCTB-SST-RC (PGCTB-SOM-STEP-IDX) = 34
                 MOVE 'WARNING'           TO PGCTB-SOM-STATE-WORD
                 ADD 1                    TO PGCTB-SOM-WARN-COUNT
                 PERFORM PGCTB-SOM-RAISE-AMBER
              WHEN OTHER
                 MOVE 'FAILED'            TO PGCTB-SOM-STATE-WORD
                 ADD 1                    TO PGCTB-SOM-FAIL-COUNT
                 MOVE 2                   TO PGCTB-SOM-LEVEL
           END-EVALUATE
      *
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           MOVE 1                         TO PGCTB-SOM-RPT-PTR
           STRING PGCTB-SOM-STEP-NAME (PGCTB-SOM-STEP-IDX)
                                          DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PGCTB-SOM-START-TEXT    DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  PGCTB-SOM-END-TEXT      DELIMITED BY SIZE
                  INTO PGCTB-SOM-RPT-LINE
                  WITH POINTER PGCTB-SOM-RPT-PTR
           IF PGCTB-SST-STARTED (PGCTB-SOM-STEP-IDX)
              AND PGCTB-SST-ENDED (PGCTB-SOM-STEP-IDX)
              PERFORM PGCTB-SOM-STEP-ELAPSED
              STRING '  '                 DELIMITED BY SIZE
                     PGCTB-SOM-ELAPSED-DISPLAY
                                          DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
           ELSE
              STRING '         -'         DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
           END-IF
           IF PGCTB-SST-ENDED (PGCTB-SOM-STEP-IDX)
              STRING '   '                DELIMITED BY SIZE
                     PGCTB-SST-RC (PGCTB-SOM-STEP-IDX)
                                          DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
           ELSE
              STRING '   ---'             DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
           END-IF
           STRING '  '                    DELIMITED BY SIZE
                  PGCTB-SOM-RUNS-DISPLAY  DELIMITED BY SIZE
                  '   '                   DELIMITED BY SIZE
                  PGCTB-SOM-STATE-WORD    DELIMITED BY SIZE
                  INTO PGCTB-SOM-RPT-LINE
                  WITH POINTER PGCTB-SOM-RPT-PTR
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           .
       PGCTB-SOM-RPT-STEP-EXIT.
           EXIT.
      *
       PGCTB-SOM-NAME-MISSING SECTION.
           IF NOT PGCTB-SST-STARTED (PGCTB-SOM-STEP-IDX)
              AND NOT PGCTB-SST-ENDED (PGCTB-SOM-STEP-IDX)
              STRING ' '                  DELIMITED BY SIZE
                     PGCTB-SOM-STEP-NAME (PGCTB-SOM-STEP-IDX)
                                          DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
                     WITH POINTER PGCTB-SOM-RPT-PTR
           END-IF
           .
       PGCTB-SOM-NAME-MISSING-EXIT.
           EXIT.
      *
      * Elapsed seconds from the step's START to its END wall
      * stamps. An END on a later date than its START crossed
      * midnight and gets a day of seconds back, the way dureebat
      * treats a run that crossed midnight.
       PGCTB-SOM-STEP-ELAPSED SECTION.
           MOVE PGCTB-SST-STR-TIME (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-TIME-WORK
           PERFORM PGCTB-SOM-TIME-TO-SECS
           MOVE PGCTB-SOM-SECS            TO PGCTB-SOM-START-SECS
           MOVE PGCTB-SST-END-TIME (PGCTB-SOM-STEP-IDX)
                                          TO PGCTB-SOM-TIME-WORK
           PERFORM PGCTB-SOM-TIME-TO-SECS
           IF PGCTB-SST-END-DATE (PGCTB-SOM-STEP-IDX)
                 > PGCTB-SST-STR-DATE (PGCTB-SOM-STEP-IDX)
              OR PGCTB-SOM-SECS < PGCTB-SOM-START-SECS
              COMPUTE PGCTB-SOM-ELAPSED-SECS
                 = PGCTB-SOM-SECS + 86400 - PGCTB-SOM-START-SECS
           ELSE
              SUBTRACT PGCTB-SOM-START-SECS FROM PGCTB-SOM-SECS
                 GIVING PGCTB-SOM-ELAPSED-SECS
           END-IF
           MOVE PGCTB-SOM-ELAPSED-SECS    TO PGCTB-SOM-ELAPSED-DISPLAY
           .
       PGCTB-SOM-STEP-ELAPSED-EXIT.
           EXIT.
      *
      * Converts the hhmmss in PGCTB-SOM-TIME-WORK into seconds in
      * PGCTB-SOM-SECS. A non-numeric clock value counts as zero.
       PGCTB-SOM-TIME-TO-SECS SECTION.
           IF PGCTB-SOM-TIME-WORK IS NUMERIC
              MOVE PGCTB-SOM-TIME-WORK(1:2) TO PGCTB-SOM-HH
              MOVE PGCTB-SOM-TIME-WORK(3:2) TO PGCTB-SOM-MI
              MOVE PGCTB-SOM-TIME-WORK(5:2) TO PGCTB-SOM-SS
              COMPUTE PGCTB-SOM-SECS
                 = PGCTB-SOM-HH * 3600 + PGCTB-SOM-MI * 60
                   + PGCTB-SOM-SS
           ELSE
              MOVE ZERO                   TO PGCTB-SOM-SECS
           END-IF
           .
       PGCTB-SOM-TIME-TO-SECS-EXIT.
           EXIT.
      *************************************************************************
      * Extract section: each of the three extracts counted - DET
      * records tallied, TRL rowcount and HDR stamp kept - then
      * printed side by side. A missing file, a missing HDR or TRL,
      * a TRL that disagrees with the DETs, and a Joueur or Partie
      * extract stamped before the night's EXTRACT (left over from
      * an earlier night) are all RED.
       PGCTB-SOM-EXTRACTS SECTION.
           MOVE 4                         TO PGCTB-SOM-SEQUENCE
           MOVE SPACES                    TO PGCTB-SOM-XTR-TABLE
           MOVE 'EXTRACT'                 TO PGCTB-SXT-NAME (1)
           MOVE 'JEXTRACT'                TO PGCTB-SXT-NAME (2)
           MOVE 'PEXTRACT'                TO PGCTB-SXT-NAME (3)
      *
           MOVE 1                         TO PGCTB-SOM-XTR-IDX
           PERFORM PGCTB-SOM-CLEAR-XTR
           MOVE SPACE                     TO PGCTB-SOM-XTR-EOF-FLAG
           OPEN INPUT PGCTB-EXTRACT-FILE
           MOVE PGCTB-EXTRACT-STATUS      TO PGCTB-SOM-XTR-OPEN-STATUS
           IF PGCTB-EXTRACT-STATUS = '00'
              SET PGCTB-SXT-FOUND (1)     TO TRUE
              PERFORM PGCTB-SOM-READ-EXTRACT
                 UNTIL PGCTB-SOM-XTR-EOF
              CLOSE PGCTB-EXTRACT-FILE
           END-IF
           PERFORM PGCTB-SOM-JUDGE-XTR
      *
           MOVE 2                         TO PGCTB-SOM-XTR-IDX
           PERFORM PGCTB-SOM-CLEAR-XTR
           MOVE SPACE                     TO PGCTB-SOM-XTR-EOF-FLAG
           OPEN INPUT PGCTB-JEXTRACT-FILE
           MOVE PGCTB-JEXTRACT-STATUS     TO PGCTB-SOM-XTR-OPEN-STATUS
           IF PGCTB-JEXTRACT-STATUS = '00'
              SET PGCTB-SXT-FOUND (2)     TO TRUE
              PERFORM PGCTB-SOM-READ-JEXTRACT
                 UNTIL PGCTB-SOM-XTR-EOF
              CLOSE PGCTB-JEXTRACT-FILE
           END-IF
           PERFORM PGCTB-SOM-JUDGE-XTR
      *
           MOVE 3                         TO PGCTB-SOM-XTR-IDX
           PERFORM PGCTB-SOM-CLEAR-XTR
           MOVE SPACE                     TO PGCTB-SOM-XTR-EOF-FLAG
           OPEN INPUT PGCTB-PEXTRACT-FILE
           MOVE PGCTB-PEXTRACT-STATUS     TO PGCTB-SOM-XTR-OPEN-STATUS
           IF PGCTB-PEXTRACT-STATUS = '00'
              SET PGCTB-SXT-FOUND (3)     TO TRUE
              PERFORM PGCTB-SOM-READ-PEXTRACT
                 UNTIL PGCTB-SOM-XTR-EOF
              CLOSE PGCTB-PEXTRACT-FILE
           END-IF
           PERFORM PGCTB-SOM-JUDGE-XTR
      *
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-SOM-SBS-LINE
           MOVE 'EXTRACT ROW COUNTS'      TO PGCTB-SBS-LABEL
           MOVE PGCTB-SXT-NAME (1)        TO PGCTB-SBS-COL (1)
           MOVE PGCTB-SXT-NAME (2)        TO PGCTB-SBS-COL (2)
           MOVE PGCTB-SXT-NAME (3)        TO PGCTB-SBS-COL (3)
           MOVE PGCTB-SOM-SBS-LINE        TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           PERFORM PGCTB-SOM-SBS-ROW
              VARYING PGCTB-SOM-SBS-ROW-TYPE FROM 1 BY 1
              UNTIL PGCTB-SOM-SBS-ROW-TYPE > 4
           .
       PGCTB-SOM-EXTRACTS-EXIT.
           EXIT.
      *
       PGCTB-SOM-CLEAR-XTR SECTION.
           MOVE ZERO         TO PGCTB-SXT-DET-COUNT (PGCTB-SOM-XTR-IDX)
           MOVE ZERO         TO PGCTB-SXT-TRL-COUNT (PGCTB-SOM-XTR-IDX)
           .
       PGCTB-SOM-CLEAR-XTR-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-EXTRACT SECTION.
           READ PGCTB-EXTRACT-FILE INTO PGCTB-SOM-XTR-WORK
              AT END
                 SET PGCTB-SOM-XTR-EOF   TO TRUE
              NOT AT END
                 PERFORM PGCTB-SOM-TALLY-XTR
           END-READ
           .
       PGCTB-SOM-READ-EXTRACT-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-JEXTRACT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-SOM-XTR-WORK
              AT END
                 SET PGCTB-SOM-XTR-EOF   TO TRUE
              NOT AT END
                 PERFORM PGCTB-SOM-TALLY-XTR
           END-READ
           .
       PGCTB-SOM-READ-JEXTRACT-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-PEXTRACT SECTION.
           READ PGCTB-PEXTRACT-FILE INTO PGCTB-SOM-XTR-WORK
              AT END
                 SET PGCTB-SOM-XTR-EOF   TO TRUE
              NOT AT END
                 PERFORM PGCTB-SOM-TALLY-XTR
           END-READ
           .
       PGCTB-SOM-READ-PEXTRACT-EXIT.
           EXIT.
      *
       PGCTB-SOM-TALLY-XTR SECTION.
           EVALUATE PGCTB-SXH-TAG
              WHEN 'HDR'
                 SET PGCTB-SXT-HAS-HDR (PGCTB-SOM-XTR-IDX) TO TRUE
                 MOVE PGCTB-SXH-DATE
                    TO PGCTB-SXT-HDR-DATE (PGCTB-SOM-XTR-IDX)
                 MOVE PGCTB-SXH-TIME
                    TO PGCTB-SXT-HDR-TIME (PGCTB-SOM-XTR-IDX)
              WHEN 'DET'
                 ADD 1 TO PGCTB-SXT-DET-COUNT (PGCTB-SOM-XTR-IDX)
              WHEN 'TRL'
                 SET PGCTB-SXT-HAS-TRL (PGCTB-SOM-XTR-IDX) TO TRUE
                 IF PGCTB-SXR-ROWCOUNT IS NUMERIC
                    MOVE PGCTB-SXR-ROWCOUNT-N
                       TO PGCTB-SXT-TRL-COUNT (PGCTB-SOM-XTR-IDX)
                 ELSE
                    MOVE 99999999
                       TO PGCTB-SXT-TRL-COUNT (PGCTB-SOM-XTR-IDX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
       PGCTB-SOM-TALLY-XTR-EXIT.
           EXIT.
      *
       PGCTB-SOM-JUDGE-XTR SECTION.
           MOVE PGCTB-SXT-HDR-DATE (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-ENTRY-KEY(1:6)
           MOVE PGCTB-SXT-HDR-TIME (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-ENTRY-KEY(7:6)
           EVALUATE TRUE
              WHEN NOT PGCTB-SXT-FOUND (PGCTB-SOM-XTR-IDX)
                 MOVE SPACES
                    TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
                 STRING 'MISSING '        DELIMITED BY SIZE
                        PGCTB-SOM-XTR-OPEN-STATUS
                                          DELIMITED BY SIZE
                        INTO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
              WHEN NOT PGCTB-SXT-HAS-HDR (PGCTB-SOM-XTR-IDX)
                 MOVE 'NO HDR'  TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
              WHEN NOT PGCTB-SXT-HAS-TRL (PGCTB-SOM-XTR-IDX)
                 MOVE 'NO TRL'  TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
              WHEN PGCTB-SXT-TRL-COUNT (PGCTB-SOM-XTR-IDX)
                   NOT = PGCTB-SXT-DET-COUNT (PGCTB-SOM-XTR-IDX)
                 MOVE 'BREAK'   TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
              WHEN PGCTB-SOM-ENTRY-KEY < PGCTB-SOM-STAMP-KEY
                 MOVE 'STALE'   TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
              WHEN OTHER
                 MOVE 'OK'      TO PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
           END-EVALUATE
           IF PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX) NOT = 'OK'
              ADD 1                       TO PGCTB-SOM-XTR-BAD-COUNT
              MOVE 2                      TO PGCTB-SOM-LEVEL
           END-IF
           .
       PGCTB-SOM-JUDGE-XTR-EXIT.
           EXIT.
      *
      * One side-by-side line: 1 HDR stamp, 2 DET rows counted,
      * 3 TRL rowcount, 4 verdict.
       PGCTB-SOM-SBS-ROW SECTION.
           MOVE SPACES                    TO PGCTB-SOM-SBS-LINE
           EVALUATE PGCTB-SOM-SBS-ROW-TYPE
              WHEN 1
                 MOVE '  HDR STAMP'       TO PGCTB-SBS-LABEL
              WHEN 2
                 MOVE '  DET ROWS READ'   TO PGCTB-SBS-LABEL
              WHEN 3
                 MOVE '  TRL ROWCOUNT'    TO PGCTB-SBS-LABEL
              WHEN OTHER
                 MOVE '  CHECK'           TO PGCTB-SBS-LABEL
           END-EVALUATE
           PERFORM PGCTB-SOM-SBS-COLUMN
              VARYING PGCTB-SOM-XTR-IDX FROM 1 BY 1
              UNTIL PGCTB-SOM-XTR-IDX > 3
           MOVE PGCTB-SOM-SBS-LINE        TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           .
       PGCTB-SOM-SBS-ROW-EXIT.
           EXIT.
      *
       PGCTB-SOM-SBS-COLUMN SECTION.
           EVALUATE PGCTB-SOM-SBS-ROW-TYPE
              WHEN 1
                 MOVE PGCTB-SXT-HDR-DATE (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-FMT-DATE
                 MOVE PGCTB-SXT-HDR-TIME (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-FMT-TIME
                 PERFORM PGCTB-SOM-FORMAT-STAMP
                 MOVE PGCTB-SOM-FMT-TEXT
                    TO PGCTB-SBS-COL (PGCTB-SOM-XTR-IDX)
              WHEN 2
                 MOVE PGCTB-SXT-DET-COUNT (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-CNT-EDIT
                 MOVE PGCTB-SOM-CNT-EDIT
                    TO PGCTB-SBS-COL (PGCTB-SOM-XTR-IDX)
              WHEN 3
                 IF PGCTB-SXT-HAS-TRL (PGCTB-SOM-XTR-IDX)
                    MOVE PGCTB-SXT-TRL-COUNT (PGCTB-SOM-XTR-IDX)
                                          TO PGCTB-SOM-CNT-EDIT
                    MOVE PGCTB-SOM-CNT-EDIT
                       TO PGCTB-SBS-COL (PGCTB-SOM-XTR-IDX)
                 ELSE
                    MOVE '       -'
                       TO PGCTB-SBS-COL (PGCTB-SOM-XTR-IDX)
                 END-IF
              WHEN OTHER
                 MOVE PGCTB-SXT-STATE (PGCTB-SOM-XTR-IDX)
                    TO PGCTB-SBS-COL (PGCTB-SOM-XTR-IDX)
           END-EVALUATE
           .
       PGCTB-SOM-SBS-COLUMN-EXIT.
           EXIT.
      *************************************************************************
      * lecturbd's job summary line - its fetch count against the
      * SQL row count, and the code it ended with. Printed as
      * found; the steps section already judged the code.
       PGCTB-SOM-JOBSUM SECTION.
           MOVE 5                         TO PGCTB-SOM-SEQUENCE
           OPEN INPUT PGCTB-JOBSUM-FILE
           IF PGCTB-JOBSUM-STATUS NOT = '00'
              MOVE SPACES                 TO PGCTB-SOM-RPT-LINE
              STRING 'JOBSUM    not readable, status '
                                          DELIMITED BY SIZE
                     PGCTB-JOBSUM-STATUS  DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           ELSE
              MOVE SPACES                 TO PGCTB-JOBSUM-RECORD
              READ PGCTB-JOBSUM-FILE
                 AT END
                    MOVE SPACES           TO PGCTB-JOBSUM-RECORD
              END-READ
              CLOSE PGCTB-JOBSUM-FILE
              MOVE PGCTB-JSR-START-DATE   TO PGCTB-SOM-FMT-DATE
              MOVE PGCTB-JSR-START-TIME   TO PGCTB-SOM-FMT-TIME
              PERFORM PGCTB-SOM-FORMAT-STAMP
              MOVE SPACES                 TO PGCTB-SOM-RPT-LINE
              STRING 'JOBSUM    '         DELIMITED BY SIZE
                     PGCTB-JSR-PROGRAM    DELIMITED BY SIZE
                     ' started '          DELIMITED BY SIZE
                     PGCTB-SOM-FMT-TEXT   DELIMITED BY SIZE
                     ' fetched='          DELIMITED BY SIZE
                     PGCTB-JSR-FETCH-COUNT DELIMITED BY SIZE
                     ' sql rows='         DELIMITED BY SIZE
                     PGCTB-JSR-SQL-ROWCNT DELIMITED BY SIZE
                     ' rc='               DELIMITED BY SIZE
                     PGCTB-JSR-RETURN-CODE DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
           .
       PGCTB-SOM-JOBSUM-EXIT.
           EXIT.
      *************************************************************************
      * Error-log section: every ERRLOG entry written at or after
      * the night's stamp. Any such entry makes the night AMBER at
      * least - the failing steps themselves already made it RED.
      * saisequi's 'Applied' lines are a record of good team
      * transactions, not errors; they are listed but not counted
      * (its rejects already make the night AMBER through RC 30).
       PGCTB-SOM-ERRLOG SECTION.
           MOVE 6                         TO PGCTB-SOM-SEQUENCE
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE 'ERRLOG ENTRIES UNDER THE STAMP'
                                          TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE SPACE                     TO PGCTB-SOM-EOF-FLAG
           OPEN INPUT PGCTB-ERRLOG-FILE
           IF PGCTB-ERRLOG-STATUS = '00'
              PERFORM PGCTB-SOM-READ-ERRLOG
                 UNTIL PGCTB-SOM-EOF
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
           IF PGCTB-SOM-ERRLOG-COUNT = 0
              AND PGCTB-SOM-ERRLOG-INFO-COUNT = 0
              MOVE '  none'               TO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
           IF PGCTB-SOM-ERRLOG-INFO-COUNT > 0
              MOVE SPACES                 TO PGCTB-SOM-RPT-LINE
              STRING '  ('                DELIMITED BY SIZE
                     PGCTB-SOM-ERRLOG-INFO-COUNT DELIMITED BY SIZE
                     ' saisequi Applied line(s) listed for'
                                          DELIMITED BY SIZE
                     ' information only)' DELIMITED BY SIZE
                     INTO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
           IF PGCTB-SOM-ERRLOG-COUNT > 0
              PERFORM PGCTB-SOM-RAISE-AMBER
           END-IF
           .
       PGCTB-SOM-ERRLOG-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-ERRLOG SECTION.
           READ PGCTB-ERRLOG-FILE
              AT END
                 SET PGCTB-SOM-EOF       TO TRUE
              NOT AT END
                 MOVE PGCTB-ELR-DATE      TO PGCTB-SOM-ENTRY-KEY(1:6)
                 MOVE PGCTB-ELR-TIME      TO PGCTB-SOM-ENTRY-KEY(7:6)
                 IF PGCTB-SOM-ENTRY-KEY NOT < PGCTB-SOM-STAMP-KEY
                    IF PGCTB-ELR-PROGRAM = 'saisequi'
                       AND PGCTB-ELR-MESSAGE(1:8) = 'Applied '
                       ADD 1              TO PGCTB-SOM-ERRLOG-INFO-COUNT
                    ELSE
                       ADD 1              TO PGCTB-SOM-ERRLOG-COUNT
                    END-IF
                    MOVE PGCTB-ELR-DATE   TO PGCTB-SOM-FMT-DATE
                    MOVE PGCTB-ELR-TIME   TO PGCTB-SOM-FMT-TIME
                    PERFORM PGCTB-SOM-FORMAT-STAMP
                    MOVE SPACES           TO PGCTB-SOM-RPT-LINE
                    STRING '  '           DELIMITED BY SIZE
                           PGCTB-SOM-FMT-TEXT DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           PGCTB-ELR-PROGRAM DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           PGCTB-ELR-SEQUENCE DELIMITED BY SIZE
                           ' '            DELIMITED BY SIZE
                           PGCTB-ELR-MESSAGE DELIMITED BY SIZE
                           INTO PGCTB-SOM-RPT-LINE
                    PERFORM PGCTB-SOM-WRITE-RPT-LINE
                 END-IF
           END-READ
           .
       PGCTB-SOM-READ-ERRLOG-EXIT.
           EXIT.
      *************************************************************************
      * Delivery section: the manifest only holds what the league
      * has not yet acknowledged, so every entry is an open
      * delivery. One aged MAX-AGE tracking runs or more is overdue
      * and makes the night AMBER.
       PGCTB-SOM-MANIFEST SECTION.
           MOVE 7                         TO PGCTB-SOM-SEQUENCE
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE 'OPEN MANIFEST DELIVERIES' TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE SPACE                     TO PGCTB-SOM-EOF-FLAG
           OPEN INPUT PGCTB-MANIF-FILE
           IF PGCTB-MANIF-STATUS = '00'
              PERFORM PGCTB-SOM-READ-MANIFEST
                 UNTIL PGCTB-SOM-EOF
              CLOSE PGCTB-MANIF-FILE
           END-IF
           IF PGCTB-SOM-OPEN-COUNT = 0
              MOVE '  none'               TO PGCTB-SOM-RPT-LINE
              PERFORM PGCTB-SOM-WRITE-RPT-LINE
           END-IF
           IF PGCTB-SOM-OVERDUE-COUNT > 0
              PERFORM PGCTB-SOM-RAISE-AMBER
           END-IF
           .
       PGCTB-SOM-MANIFEST-EXIT.
           EXIT.
      *
       PGCTB-SOM-READ-MANIFEST SECTION.
           READ PGCTB-MANIF-FILE
              AT END
                 SET PGCTB-SOM-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-MANIF-RECORD NOT = SPACES
                    ADD 1                 TO PGCTB-SOM-OPEN-COUNT
                    MOVE PGCTB-MFR-DATE   TO PGCTB-SOM-FMT-DATE
                    MOVE PGCTB-MFR-TIME   TO PGCTB-SOM-FMT-TIME
                    PERFORM PGCTB-SOM-FORMAT-STAMP
                    MOVE SPACES           TO PGCTB-SOM-RPT-LINE
                    MOVE 1                TO PGCTB-SOM-RPT-PTR
                    STRING '  '           DELIMITED BY SIZE
                           PGCTB-MFR-FILENAME DELIMITED BY SIZE
                           ' stamp '      DELIMITED BY SIZE
                           PGCTB-SOM-FMT-TEXT DELIMITED BY SIZE
                           ' rows='       DELIMITED BY SIZE
                           PGCTB-MFR-ROWCOUNT DELIMITED BY SIZE
                           ' age='        DELIMITED BY SIZE
                           PGCTB-MFR-AGE  DELIMITED BY SIZE
                           ' run(s)'      DELIMITED BY SIZE
                           INTO PGCTB-SOM-RPT-LINE
                           WITH POINTER PGCTB-SOM-RPT-PTR
                    IF PGCTB-MFR-AGE IS NUMERIC
                       AND PGCTB-MFR-AGE >= PGCTB-SOM-MAX-AGE
                       ADD 1              TO PGCTB-SOM-OVERDUE-COUNT
                       STRING ' OVERDUE'  DELIMITED BY SIZE
                              INTO PGCTB-SOM-RPT-LINE
                              WITH POINTER PGCTB-SOM-RPT-PTR
                    END-IF
                    PERFORM PGCTB-SOM-WRITE-RPT-LINE
                 END-IF
           END-READ
           .
       PGCTB-SOM-READ-MANIFEST-EXIT.
           EXIT.
      *************************************************************************
      * Closing block: the tallies, then the one status line the
      * shift handover reads first.
       PGCTB-SOM-WRITE-VERDICT SECTION.
           MOVE 8                         TO PGCTB-SOM-SEQUENCE
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-SOM-RPT-LINE
           STRING 'Steps ok='             DELIMITED BY SIZE
                  PGCTB-SOM-OK-COUNT      DELIMITED BY SIZE
                  ' warning='             DELIMITED BY SIZE
                  PGCTB-SOM-WARN-COUNT    DELIMITED BY SIZE
                  ' failed='              DELIMITED BY SIZE
                  PGCTB-SOM-FAIL-COUNT    DELIMITED BY SIZE
                  ' no-end='              DELIMITED BY SIZE
                  PGCTB-SOM-NOEND-COUNT   DELIMITED BY SIZE
                  ' never='               DELIMITED BY SIZE
                  PGCTB-SOM-MISSING-COUNT DELIMITED BY SIZE
                  ' extracts-bad='        DELIMITED BY SIZE
                  PGCTB-SOM-XTR-BAD-COUNT DELIMITED BY SIZE
                  ' errlog='              DELIMITED BY SIZE
                  PGCTB-SOM-ERRLOG-COUNT  DELIMITED BY SIZE
                  ' open='                DELIMITED BY SIZE
                  PGCTB-SOM-OPEN-COUNT    DELIMITED BY SIZE
                  ' overdue='             DELIMITED BY SIZE
                  PGCTB-SOM-OVERDUE-COUNT DELIMITED BY SIZE
                  INTO PGCTB-SOM-RPT-LINE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           EVALUATE TRUE
              WHEN PGCTB-SOM-RED
                 MOVE 'OVERALL STATUS: RED - the night did not finish'
                                          TO PGCTB-SOM-RPT-LINE
              WHEN PGCTB-SOM-AMBER
                 MOVE 'OVERALL STATUS: AMBER - finished, look first'
                                          TO PGCTB-SOM-RPT-LINE
              WHEN OTHER
                 MOVE 'OVERALL STATUS: GREEN - clean night'
                                          TO PGCTB-SOM-RPT-LINE
           END-EVALUATE
           PERFORM PGCTB-SOM-WRITE-RPT-LINE
           .
       PGCTB-SOM-WRITE-VERDICT-EXIT.
           EXIT.
      *
      * AMBER never overrides RED.
       PGCTB-SOM-RAISE-AMBER SECTION.
           IF PGCTB-SOM-GREEN
              MOVE 1                      TO PGCTB-SOM-LEVEL
           END-IF
           .
       PGCTB-SOM-RAISE-AMBER-EXIT.
           EXIT.
      *
      * 20yy-mm-dd hh:mm:ss of PGCTB-SOM-FMT-DATE/-TIME into
      * PGCTB-SOM-FMT-TEXT; dashes when there is nothing to show.
       PGCTB-SOM-FORMAT-STAMP SECTION.
           IF PGCTB-SOM-FMT-DATE = SPACES
              MOVE '-------------------'  TO PGCTB-SOM-FMT-TEXT
           ELSE
              MOVE SPACES                 TO PGCTB-SOM-FMT-TEXT
              STRING '20'                 DELIMITED BY SIZE
                     PGCTB-SOM-FMT-DATE(1:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-SOM-FMT-DATE(3:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-SOM-FMT-DATE(5:2) DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PGCTB-SOM-FMT-TIME(1:2) DELIMITED BY SIZE
                     ':'                  DELIMITED BY SIZE
                     PGCTB-SOM-FMT-TIME(3:2) DELIMITED BY SIZE
                     ':'                  DELIMITED BY SIZE
                     PGCTB-SOM-FMT-TIME(5:2) DELIMITED BY SIZE
                     INTO PGCTB-SOM-FMT-TEXT
           END-IF
           .
       PGCTB-SOM-FORMAT-STAMP-EXIT.
           EXIT.
      *
       PGCTB-SOM-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-SOM-RPT-LINE(1:100)
           MOVE PGCTB-SOM-RPT-LINE        TO PGCTB-SOMMRPT-RECORD
           WRITE PGCTB-SOMMRPT-RECORD
           .
       PGCTB-SOM-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - a comma-delimited ENV-CODE,
      * MAX-AGE - directly off the command line. A one-digit age
      * is slid right and zero-filled before the numeric test, the
      * way suivlivr treats the same value.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
                         PGCTB-SOM-MAXAGE-TEXT
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
           IF PGCTB-SOM-MAXAGE-TEXT NOT = SPACES
              IF PGCTB-SOM-MAXAGE-TEXT(2:1) = SPACE
                 MOVE PGCTB-SOM-MAXAGE-TEXT(1:1)
                                          TO PGCTB-SOM-MAXAGE-TEXT(2:1)
                 MOVE '0'                 TO PGCTB-SOM-MAXAGE-TEXT(1:1)
              END-IF
              IF PGCTB-SOM-MAXAGE-TEXT IS NUMERIC
                 MOVE PGCTB-SOM-MAXAGE-TEXT TO PGCTB-SOM-MAX-AGE
              END-IF
           END-IF
           .
       PGCTB-READ-RUN-PARM-EXIT.
           EXIT.
      *************************************************************************
      * The generic error funnel, shared in shape with the DB
      * programs but with no unit of work to roll back.
       PGCTB-STATUS SECTION.
           IF PGCTB-ERROR
              IF PGCTB-ERROR-MESSAGE = SPACES
                 STRING PGCTB-PROGRAM-NAME    DELIMITED BY SIZE
                        ': PGCTB-STATUS-FLD ' DELIMITED BY SIZE
                         PGCTB-STATUS-FLD     DELIMITED BY SIZE
                         ' is set!'         DELIMITED BY SIZE
                                   INTO PGCTB-ERROR-MESSAGE
              END-IF
              DISPLAY '** ' PGCTB-ERROR-MESSAGE ' **'
              PERFORM PGCTB-LOG-ERROR
              IF PGCTB-ERRLOG-IS-OPEN
                 CLOSE PGCTB-ERRLOG-FILE
              END-IF
              MOVE PGCTB-RETURN-CODE       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       PGCTB-STATUS-EXIT.
           EXIT.
      *************************************************************************
      * Appends PGCTB-ERROR-MESSAGE, timestamped and tagged with the
      * summary step number, to the dated error-log file. The file
      * is opened EXTEND on first use so a day's errors pile up in
      * one place; if it doesn't exist yet (status '35') it is
      * created with OPEN OUTPUT instead.
       PGCTB-LOG-ERROR SECTION.
           IF NOT PGCTB-ERRLOG-IS-OPEN
              OPEN EXTEND PGCTB-ERRLOG-FILE
              IF PGCTB-ERRLOG-STATUS = '35'
                 OPEN OUTPUT PGCTB-ERRLOG-FILE
              END-IF
              SET PGCTB-ERRLOG-IS-OPEN    TO TRUE
           END-IF
           MOVE SPACES                       TO PGCTB-ERRLOG-RECORD
           ACCEPT PGCTB-ELR-DATE              FROM DATE
           ACCEPT PGCTB-ELR-TIME               FROM TIME
           MOVE PGCTB-PROGRAM-NAME          TO PGCTB-ELR-PROGRAM
           MOVE PGCTB-SOM-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
