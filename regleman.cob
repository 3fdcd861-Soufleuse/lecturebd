      ****************************************************************
      * Entretien des regles d'effectif RULESFIL et POSRULES.
      *
      * Les bornes d'effectif de la saison (RULESFIL, lues par
      * lecturbd et simumouv) et les regles par position (POSRULES,
      * lues par validpos et simumouv) etaient tapees a la main dans
      * un editeur - un minimum plus grand que le maximum, une zone
      * non numerique ou une position en double faisait juger toute
      * la ligue de travers sans que personne ne le sache. Ce
      * programme:
      *   - lit un fichier de transactions (RULTRANS) d'ajouts, de
      *     changements et de retraits pour les deux jeux de regles,
      *     et refuse avec un code de raison toute transaction mal
      *     formee: min plus grand que max, zone non numerique, date
      *     d'effet invalide, regle deja au fichier pour la meme
      *     position et la meme date, regle absente, ou plus aucune
      *     borne de saison en vigueur a la date du passage;
      *   - porte une date d'effet sur chaque regle, pour charger les
      *     bornes de la saison suivante d'avance - les lecteurs
      *     prennent, pour chaque regle, la plus recente en vigueur
      *     a la date du passage;
      *   - inscrit chaque changement applique au fichier d'audit
      *     RULAUDIT, valeurs avant et apres, date et heure;
      *   - reecrit RULESFIL et POSRULES - chaque jeu modifie est
      *     d'abord ecrit en entier dans un fichier de travail, et
      *     le fichier de regles n'est remplace, puis l'audit
      *     inscrit, que si toutes ces ecritures ont reussi - et
      *     imprime au rapport
      *     REGLRPT les regles en vigueur a la date demandee (PARM),
      *     ou seulement cette liste en mode consultation.
      * Code retour distinct (40) quand une transaction est
      * refusee; les bonnes transactions sont tout de meme
      * appliquees.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. regleman.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Rule maintenance transactions - one add, change or delete
      * of a season roster rule (RUL) or a position rule (POS) per
      * record.
           SELECT PGCTB-RULTRANS-FILE   ASSIGN TO "RULTRANS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RULTRANS-STATUS.
      *
      * Season roster-size rules - read whole, rewritten whole.
           SELECT PGCTB-RULES-FILE      ASSIGN TO "RULESFIL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RULES-STATUS.
      *
      * Per-position composition rules - read whole, rewritten
      * whole.
           SELECT PGCTB-POSRUL-FILE     ASSIGN TO "POSRULES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-POSRUL-STATUS.
      *
      * Change audit - one record per applied change, before and
      * after values, appended run after run.
           SELECT PGCTB-RULAUDIT-FILE   ASSIGN TO "RULAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RULAUDIT-STATUS.
      *
      * Work files - each changed rule set is written here whole
      * before its rule file is replaced, and the run's audit
      * records wait here until both replacements are done.
           SELECT PGCTB-RULWRK-FILE     ASSIGN TO "RULESWRK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RULWRK-STATUS.
      *
           SELECT PGCTB-PRLWRK-FILE     ASSIGN TO "POSRUWRK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PRLWRK-STATUS.
      *
           SELECT PGCTB-AUDWRK-FILE     ASSIGN TO "RULAUWRK"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-AUDWRK-STATUS.
      *
      * Maintenance report - applied changes, rejects with their
      * reason code, the rules in force and the run totals.
           SELECT PGCTB-REGLRPT-FILE    ASSIGN TO "REGLRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-REGLRPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to. Every rejected
      * transaction is written here as well.
           SELECT PGCTB-ERRLOG-FILE     ASSIGN TO "ERRLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * File RUL ignores the position; ADD and CHG carry both
      * bounds, DEL only the key (file, position, effective date).
       FD  PGCTB-RULTRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-RULTRANS-RECORD.
           05  PGCTB-RTR-FILE            PIC X(03).
               88  PGCTB-RTR-SEASON      VALUE 'RUL'.
               88  PGCTB-RTR-POSRULE     VALUE 'POS'.
           05  FILLER                    PIC X(01).
           05  PGCTB-RTR-ACTION          PIC X(03).
               88  PGCTB-RTR-ADD         VALUE 'ADD'.
               88  PGCTB-RTR-CHG         VALUE 'CHG'.
               88  PGCTB-RTR-DEL         VALUE 'DEL'.
           05  FILLER                    PIC X(01).
           05  PGCTB-RTR-EFF-DATE        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RTR-POSITION        PIC X(20).
           05  FILLER                    PIC X(01).
           05  PGCTB-RTR-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RTR-MAX             PIC X(05).
      *
       FD  PGCTB-RULES-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-RULES-RECORD.
           05  PGCTB-RUL-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RUL-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RUL-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-POSRUL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-POSRUL-RECORD.
           05  PGCTB-PRL-POSITION        PIC X(20).
           05  FILLER                    PIC X(01).
           05  PGCTB-PRL-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PRL-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PRL-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-RULAUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-RULAUDIT-RECORD         PIC X(73).
      *
       FD  PGCTB-RULWRK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-RULWRK-RECORD.
           05  PGCTB-RWK-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RWK-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RWK-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-PRLWRK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PRLWRK-RECORD.
           05  PGCTB-PWK-POSITION        PIC X(20).
           05  FILLER                    PIC X(01).
           05  PGCTB-PWK-MIN             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PWK-MAX             PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-PWK-EFF-DATE        PIC X(06).
      *
       FD  PGCTB-AUDWRK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-AUDWRK-RECORD.
           05  PGCTB-RAU-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-TIME            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-FILE            PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-ACTION          PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-EFF-DATE        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-POSITION        PIC X(20).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-OLD-MIN         PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-OLD-MAX         PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-NEW-MIN         PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAU-NEW-MAX         PIC X(05).
      *
       FD  PGCTB-REGLRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-REGLRPT-RECORD          PIC X(132).
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
HISTOR     VALUE '20261015 1.1 SAFE REWRITE, R09'.
      *
      * Maintenance step number stamped into the error log the way
      * the DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-RGL-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Run-time PARM - comma-delimited ENV-CODE,MODE,AS-OF. MODE M
      * (the default) applies RULTRANS and rewrites both rule
      * files; MODE L only lists. AS-OF is the yymmdd the rules in
      * force are listed for, today by default.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
       01  PGCTB-RGL-MODE                 PIC X(01) VALUE 'M'.
           88  PGCTB-RGL-MAINTAIN         VALUE 'M'.
           88  PGCTB-RGL-LIST-ONLY        VALUE 'L'.
       01  PGCTB-RGL-ASOF-DATE            PIC X(06) VALUE SPACES.
      *
      * Both rule sets, held whole in one table keyed on (file,
      * position, effective date) - the position is blank on the
      * season rule. A legacy row with no effective date has been
      * in force all along and is held, and written back, as
      * 000000. A deleted row stays in the table, flagged, and is
      * left out of the rewrite.
       01  PGCTB-RGL-RUL-MAX              PIC 9(04) COMP VALUE 500.
       01  PGCTB-RGL-RUL-COUNT            PIC 9(04) COMP VALUE ZERO.
       01  PGCTB-RGL-RUL-IDX              PIC 9(04) COMP.
       01  PGCTB-RGL-SCAN-IDX             PIC 9(04) COMP.
       01  PGCTB-RGL-HIT-IDX              PIC 9(04) COMP.
       01  PGCTB-RGL-BEST-IDX             PIC 9(04) COMP.
       01  PGCTB-RGL-RUL-TABLE.
           05  PGCTB-RGL-RUL-ROW OCCURS 500.
               10  PGCTB-RRT-FILE        PIC X(03).
               10  PGCTB-RRT-POSITION    PIC X(20).
               10  PGCTB-RRT-EFF-DATE    PIC X(06).
               10  PGCTB-RRT-MIN         PIC X(05).
               10  PGCTB-RRT-MAX         PIC X(05).
               10  PGCTB-RRT-DEL-FLAG    PIC X(01).
                   88  PGCTB-RRT-DELETED VALUE 'Y'.
      *
      * The key of the transaction in hand, and whether it is on
      * file.
       01  PGCTB-RGL-KEY-FILE             PIC X(03).
       01  PGCTB-RGL-KEY-POSITION         PIC X(20).
       01  PGCTB-RGL-KEY-EFF-DATE         PIC X(06).
      *
      * Bounds arrive left-justified; they are slid right and
      * zero-filled before the numeric test, the way histequi
      * treats its key.
       01  PGCTB-RGL-NUM-TEXT             PIC X(05).
       01  PGCTB-RGL-NUM-JUST             PIC X(05).
       01  PGCTB-RGL-NUM-LEN              PIC 9(02) COMP.
       01  PGCTB-RGL-NUM-OK-FLAG          PIC X(01).
           88  PGCTB-RGL-NUM-OK           VALUE 'Y'.
       01  PGCTB-RGL-NEW-MIN              PIC X(05).
       01  PGCTB-RGL-NEW-MIN-N REDEFINES PGCTB-RGL-NEW-MIN
                                          PIC 9(05).
       01  PGCTB-RGL-NEW-MAX              PIC X(05).
       01  PGCTB-RGL-NEW-MAX-N REDEFINES PGCTB-RGL-NEW-MAX
                                          PIC 9(05).
       01  PGCTB-RGL-MIN-OK-FLAG          PIC X(01).
           88  PGCTB-RGL-MIN-OK           VALUE 'Y'.
      *
      * Effective-date edit: 000000 (in force all along) or a real
      * yymmdd.
       01  PGCTB-RGL-DATE-WORK            PIC X(06).
       01  PGCTB-RGL-DATE-MM              PIC 9(02).
       01  PGCTB-RGL-DATE-DD              PIC 9(02).
       01  PGCTB-RGL-DATE-OK-FLAG         PIC X(01).
           88  PGCTB-RGL-DATE-OK          VALUE 'Y'.
       01  PGCTB-RGL-MONTH-TABLE          PIC X(24)
           VALUE '312931303130313130313031'.
       01  PGCTB-RGL-MONTH-DAYS REDEFINES PGCTB-RGL-MONTH-TABLE.
           05  PGCTB-RGL-MDAYS OCCURS 12  PIC 9(02).
      *
      * Edit verdict for the transaction in hand.
       01  PGCTB-RGL-REASON               PIC X(03).
       01  PGCTB-RGL-REASON-TEXT          PIC X(50).
      *
      * Before values for the audit record.
       01  PGCTB-RGL-OLD-MIN              PIC X(05).
       01  PGCTB-RGL-OLD-MAX              PIC X(05).
      *
      * Listing work: whether the row in hand is the first of its
      * position in the table, and whether the season or position
      * listing found anything.
       01  PGCTB-RGL-FIRST-FLAG           PIC X(01).
           88  PGCTB-RGL-FIRST            VALUE 'Y'.
       01  PGCTB-RGL-LIST-FILE            PIC X(03).
       01  PGCTB-RGL-LISTED-COUNT         PIC 9(04) VALUE ZERO.
       01  PGCTB-RGL-PENDING-COUNT        PIC 9(04) VALUE ZERO.
      *
      * Run tallies.
       01  PGCTB-RGL-READ-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-RGL-APPLIED-COUNT        PIC 9(08) VALUE ZERO.
       01  PGCTB-RGL-REJECT-COUNT         PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-RGL-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-RGL-EOF              VALUE 'Y'.
       01  PGCTB-RGL-TRANS-ABSENT-FLAG    PIC X(01) VALUE SPACE.
           88  PGCTB-RGL-TRANS-ABSENT     VALUE 'Y'.
       01  PGCTB-AUDWRK-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-AUDWRK-IS-OPEN       VALUE 'Y'.
       01  PGCTB-RGL-WRK-EOF-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-RGL-WRK-EOF          VALUE 'Y'.
       01  PGCTB-RGL-FAIL-TEXT            PIC X(60) VALUE SPACES.
       01  PGCTB-RGL-FAIL-STATUS          PIC X(02) VALUE SPACES.
      *
      * Which rule sets this run changed - only those files are
      * rewritten, so a position-only run never creates or
      * touches RULESFIL.
       01  PGCTB-RGL-RUL-CHANGED-FLAG     PIC X(01) VALUE SPACE.
           88  PGCTB-RGL-RUL-CHANGED      VALUE 'Y'.
       01  PGCTB-RGL-POS-CHANGED-FLAG     PIC X(01) VALUE SPACE.
           88  PGCTB-RGL-POS-CHANGED      VALUE 'Y'.
      *
      * Season rows in force on the run date once the transaction
      * in hand is applied - lecturbd stops the night on a
      * RULESFIL with none.
       01  PGCTB-RGL-IN-FORCE-COUNT       PIC 9(04) COMP.
      *
      * Report line under construction and its printable pieces.
       01  PGCTB-RGL-RPT-LINE             PIC X(132).
       01  PGCTB-RGL-EFF-TEXT             PIC X(10).
       01  PGCTB-RGL-LABEL                PIC X(22).
      *
      * File status bytes.
       01  PGCTB-RULTRANS-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-RULES-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-POSRUL-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-RULAUDIT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-RULWRK-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-PRLWRK-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-AUDWRK-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-REGLRPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'regleman'                  TO PGCTB-PROGRAM-NAME
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-STARTTIME           FROM TIME
      *
           PERFORM PGCTB-READ-RUN-PARM
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
           DISPLAY '*  MODE.........: ' PGCTB-RGL-MODE ' *'
           DISPLAY '*  AS OF........: ' PGCTB-RGL-ASOF-DATE ' *'
           DISPLAY '*******************************************'
                   '*********'
      *
           PERFORM PGCTB-RGL-OPEN-REPORT
           PERFORM PGCTB-RGL-LOAD-RULES
           PERFORM PGCTB-RGL-LOAD-POSRULES
           IF PGCTB-RGL-MAINTAIN
              PERFORM PGCTB-RGL-PROCESS-TRANS
              IF PGCTB-RGL-APPLIED-COUNT > 0
                 PERFORM PGCTB-RGL-REWRITE-FILES
                 PERFORM PGCTB-RGL-POST-AUDIT
              END-IF
           END-IF
           PERFORM PGCTB-RGL-LIST-IN-FORCE
           IF PGCTB-RGL-MAINTAIN
              PERFORM PGCTB-RGL-WRITE-TOTALS
           END-IF
      *
           CLOSE PGCTB-REGLRPT-FILE
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
      * A distinct code (40) when any transaction was refused, so
      * the administrator learns it from the scheduler.
           IF PGCTB-RGL-REJECT-COUNT > 0
              MOVE 40                      TO RETURN-CODE
           ELSE
              MOVE 0                       TO RETURN-CODE
           END-IF
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       PGCTB-RGL-OPEN-REPORT SECTION.
           MOVE 1                         TO PGCTB-RGL-SEQUENCE
           OPEN OUTPUT PGCTB-REGLRPT-FILE
           IF PGCTB-REGLRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open rule maintenance report, '
                                           DELIMITED BY SIZE
                     'status '             DELIMITED BY SIZE
                     PGCTB-REGLRPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING 'ROSTER RULE MAINTENANCE - RUN 20' DELIMITED BY SIZE
                  PGCTB-DATE(1:2)         DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-DATE(3:2)         DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-DATE(5:2)         DELIMITED BY SIZE
                  ' - ENV '               DELIMITED BY SIZE
                  PGCTB-ENV-CODE          DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           .
       PGCTB-RGL-OPEN-REPORT-EXIT.
           EXIT.
      *************************************************************************
      * Loads the season roster rules. No file yet is an empty rule
      * set - the first ADD creates it.
       PGCTB-RGL-LOAD-RULES SECTION.
           MOVE 2                         TO PGCTB-RGL-SEQUENCE
           MOVE SPACE                     TO PGCTB-RGL-EOF-FLAG
           OPEN INPUT PGCTB-RULES-FILE
           IF PGCTB-RULES-STATUS = '35'
              DISPLAY 'No roster rules file on hand'
           ELSE
              IF PGCTB-RULES-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open roster rules, status '
                                           DELIMITED BY SIZE
                        PGCTB-RULES-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              PERFORM PGCTB-RGL-READ-RULES
                 UNTIL PGCTB-RGL-EOF
              CLOSE PGCTB-RULES-FILE
           END-IF
           .
       PGCTB-RGL-LOAD-RULES-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-RULES SECTION.
           READ PGCTB-RULES-FILE
              AT END
                 SET PGCTB-RGL-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-RULES-RECORD NOT = SPACES
                    PERFORM PGCTB-RGL-NEW-ROW
                    MOVE 'RUL'
                       TO PGCTB-RRT-FILE (PGCTB-RGL-RUL-COUNT)
                    MOVE PGCTB-RUL-MIN
                       TO PGCTB-RRT-MIN (PGCTB-RGL-RUL-COUNT)
                    MOVE PGCTB-RUL-MAX
                       TO PGCTB-RRT-MAX (PGCTB-RGL-RUL-COUNT)
                    IF PGCTB-RUL-EFF-DATE = SPACES
                       MOVE '000000'
                          TO PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-COUNT)
                    ELSE
                       MOVE PGCTB-RUL-EFF-DATE
                          TO PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-COUNT)
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-RGL-READ-RULES-EXIT.
           EXIT.
      *
      * Loads the position rules the same way.
       PGCTB-RGL-LOAD-POSRULES SECTION.
           MOVE 3                         TO PGCTB-RGL-SEQUENCE
           MOVE SPACE                     TO PGCTB-RGL-EOF-FLAG
           OPEN INPUT PGCTB-POSRUL-FILE
           IF PGCTB-POSRUL-STATUS = '35'
              DISPLAY 'No position rules file on hand'
           ELSE
              IF PGCTB-POSRUL-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open position rules, status '
                                           DELIMITED BY SIZE
                        PGCTB-POSRUL-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              PERFORM PGCTB-RGL-READ-POSRULES
                 UNTIL PGCTB-RGL-EOF
              CLOSE PGCTB-POSRUL-FILE
           END-IF
           DISPLAY 'Rules held: ' PGCTB-RGL-RUL-COUNT
           .
       PGCTB-RGL-LOAD-POSRULES-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-POSRULES SECTION.
           READ PGCTB-POSRUL-FILE
              AT END
                 SET PGCTB-RGL-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-PRL-POSITION NOT = SPACES
                    PERFORM PGCTB-RGL-NEW-ROW
                    MOVE 'POS'
                       TO PGCTB-RRT-FILE (PGCTB-RGL-RUL-COUNT)
                    MOVE PGCTB-PRL-POSITION
                       TO PGCTB-RRT-POSITION (PGCTB-RGL-RUL-COUNT)
                    MOVE PGCTB-PRL-MIN
                       TO PGCTB-RRT-MIN (PGCTB-RGL-RUL-COUNT)
                    MOVE PGCTB-PRL-MAX
                       TO PGCTB-RRT-MAX (PGCTB-RGL-RUL-COUNT)
                    IF PGCTB-PRL-EFF-DATE = SPACES
                       MOVE '000000'
                          TO PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-COUNT)
                    ELSE
                       MOVE PGCTB-PRL-EFF-DATE
                          TO PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-COUNT)
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-RGL-READ-POSRULES-EXIT.
           EXIT.
      *
      * Opens a blank row at the end of the rule table.
       PGCTB-RGL-NEW-ROW SECTION.
           IF PGCTB-RGL-RUL-COUNT >= PGCTB-RGL-RUL-MAX
              MOVE 9                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Rule files exceed the rule table capacity'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           ADD 1                          TO PGCTB-RGL-RUL-COUNT
           MOVE SPACES     TO PGCTB-RGL-RUL-ROW (PGCTB-RGL-RUL-COUNT)
           .
       PGCTB-RGL-NEW-ROW-EXIT.
           EXIT.
      *************************************************************************
      * Works through the transactions. No transaction file is an
      * ordinary run - the listing is still printed.
       PGCTB-RGL-PROCESS-TRANS SECTION.
           MOVE 4                         TO PGCTB-RGL-SEQUENCE
           MOVE SPACE                     TO PGCTB-RGL-EOF-FLAG
           OPEN INPUT PGCTB-RULTRANS-FILE
           IF PGCTB-RULTRANS-STATUS = '35'
              SET PGCTB-RGL-TRANS-ABSENT  TO TRUE
              SET PGCTB-RGL-EOF           TO TRUE
              MOVE 'No rule transactions this run'
                                          TO PGCTB-RGL-RPT-LINE
              PERFORM PGCTB-RGL-WRITE-RPT-LINE
           ELSE
              IF PGCTB-RULTRANS-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open rule transactions, status '
                                           DELIMITED BY SIZE
                        PGCTB-RULTRANS-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
           END-IF
           PERFORM PGCTB-RGL-READ-TRANS
              UNTIL PGCTB-RGL-EOF
           IF NOT PGCTB-RGL-TRANS-ABSENT
              CLOSE PGCTB-RULTRANS-FILE
           END-IF
           .
       PGCTB-RGL-PROCESS-TRANS-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-TRANS SECTION.
           READ PGCTB-RULTRANS-FILE
              AT END
                 SET PGCTB-RGL-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-RULTRANS-RECORD NOT = SPACES
                    ADD 1                TO PGCTB-RGL-READ-COUNT
                    PERFORM PGCTB-RGL-EDIT-TRANS
                    IF PGCTB-RGL-REASON = SPACES
                       PERFORM PGCTB-RGL-APPLY-TRANS
                    ELSE
                       PERFORM PGCTB-RGL-REJECT-TRANS
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-RGL-READ-TRANS-EXIT.
           EXIT.
      *************************************************************************
      * The edits, malformed record first, then what the rule
      * table says about the key. The first failing edit is the
      * reason reported.
       PGCTB-RGL-EDIT-TRANS SECTION.
           MOVE SPACES                    TO PGCTB-RGL-REASON
           MOVE SPACES                    TO PGCTB-RGL-REASON-TEXT
           MOVE PGCTB-RTR-FILE            TO PGCTB-RGL-KEY-FILE
           IF PGCTB-RTR-SEASON
              MOVE SPACES                 TO PGCTB-RGL-KEY-POSITION
           ELSE
              MOVE PGCTB-RTR-POSITION     TO PGCTB-RGL-KEY-POSITION
           END-IF
           MOVE PGCTB-RTR-EFF-DATE        TO PGCTB-RGL-KEY-EFF-DATE
           MOVE PGCTB-RTR-EFF-DATE        TO PGCTB-RGL-DATE-WORK
           PERFORM PGCTB-RGL-EDIT-DATE
      *
           MOVE PGCTB-RTR-MIN             TO PGCTB-RGL-NUM-TEXT
           PERFORM PGCTB-RGL-JUSTIFY-NUM
           MOVE PGCTB-RGL-NUM-JUST        TO PGCTB-RGL-NEW-MIN
           MOVE PGCTB-RGL-NUM-OK-FLAG     TO PGCTB-RGL-MIN-OK-FLAG
           MOVE PGCTB-RTR-MAX             TO PGCTB-RGL-NUM-TEXT
           PERFORM PGCTB-RGL-JUSTIFY-NUM
           MOVE PGCTB-RGL-NUM-JUST        TO PGCTB-RGL-NEW-MAX
      *
           EVALUATE TRUE
           WHEN NOT PGCTB-RTR-SEASON
                AND NOT PGCTB-RTR-POSRULE
              MOVE 'R01'                  TO PGCTB-RGL-REASON
              MOVE 'unknown rule file (RUL or POS)'
                                          TO PGCTB-RGL-REASON-TEXT
           WHEN NOT PGCTB-RTR-ADD
                AND NOT PGCTB-RTR-CHG
                AND NOT PGCTB-RTR-DEL
              MOVE 'R02'                  TO PGCTB-RGL-REASON
              MOVE 'unknown action code'  TO PGCTB-RGL-REASON-TEXT
           WHEN NOT PGCTB-RGL-DATE-OK
              MOVE 'R03'                  TO PGCTB-RGL-REASON
              MOVE 'effective date missing or invalid'
                                          TO PGCTB-RGL-REASON-TEXT
           WHEN PGCTB-RTR-POSRULE
                AND PGCTB-RTR-POSITION = SPACES
              MOVE 'R04'                  TO PGCTB-RGL-REASON
              MOVE 'position code is blank'
                                          TO PGCTB-RGL-REASON-TEXT
           WHEN NOT PGCTB-RTR-DEL
                AND (NOT PGCTB-RGL-MIN-OK OR NOT PGCTB-RGL-NUM-OK)
              MOVE 'R05'                  TO PGCTB-RGL-REASON
              MOVE 'minimum or maximum missing or not numeric'
                                          TO PGCTB-RGL-REASON-TEXT
           WHEN NOT PGCTB-RTR-DEL
                AND PGCTB-RGL-NEW-MIN-N > PGCTB-RGL-NEW-MAX-N
              MOVE 'R06'                  TO PGCTB-RGL-REASON
              MOVE 'minimum greater than maximum'
                                          TO PGCTB-RGL-REASON-TEXT
           WHEN OTHER
              PERFORM PGCTB-RGL-EDIT-TABLE
           END-EVALUATE
           .
       PGCTB-RGL-EDIT-TRANS-EXIT.
           EXIT.
      *
      * The edits against the rule table, for a well-formed record.
       PGCTB-RGL-EDIT-TABLE SECTION.
           PERFORM PGCTB-RGL-FIND-KEY
           IF PGCTB-RTR-ADD
              IF PGCTB-RGL-HIT-IDX > 0
                 MOVE 'R07'               TO PGCTB-RGL-REASON
                 MOVE 'rule already on file for this date'
                                          TO PGCTB-RGL-REASON-TEXT
              END-IF
           ELSE
              IF PGCTB-RGL-HIT-IDX = 0
                 MOVE 'R08'               TO PGCTB-RGL-REASON
                 MOVE 'no such rule on file for this date'
                                          TO PGCTB-RGL-REASON-TEXT
              END-IF
           END-IF
           IF PGCTB-RGL-REASON = SPACES
              AND PGCTB-RTR-SEASON
              PERFORM PGCTB-RGL-EDIT-IN-FORCE
           END-IF
           .
       PGCTB-RGL-EDIT-TABLE-EXIT.
           EXIT.
      *
      * A season transaction must leave at least one live RUL row
      * in force on the run date - RULESFIL with none stops
      * lecturbd, and with it the whole nightly chain. The row a
      * DEL removes is left out of the count, the row an ADD
      * files is counted in.
       PGCTB-RGL-EDIT-IN-FORCE SECTION.
           MOVE ZERO                      TO PGCTB-RGL-IN-FORCE-COUNT
           PERFORM PGCTB-RGL-COUNT-IN-FORCE
              VARYING PGCTB-RGL-SCAN-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-SCAN-IDX > PGCTB-RGL-RUL-COUNT
           IF PGCTB-RTR-ADD
              AND PGCTB-RGL-KEY-EFF-DATE NOT > PGCTB-DATE
              ADD 1                       TO PGCTB-RGL-IN-FORCE-COUNT
           END-IF
           IF PGCTB-RGL-IN-FORCE-COUNT = 0
              MOVE 'R09'                  TO PGCTB-RGL-REASON
              MOVE 'would leave no season rule in force today'
                                          TO PGCTB-RGL-REASON-TEXT
           END-IF
           .
       PGCTB-RGL-EDIT-IN-FORCE-EXIT.
           EXIT.
      *
       PGCTB-RGL-COUNT-IN-FORCE SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-SCAN-IDX) = 'RUL'
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-SCAN-IDX)
              AND PGCTB-RRT-EFF-DATE (PGCTB-RGL-SCAN-IDX)
                 NOT > PGCTB-DATE
              IF NOT PGCTB-RTR-DEL
                 OR PGCTB-RGL-SCAN-IDX NOT = PGCTB-RGL-HIT-IDX
                 ADD 1                    TO PGCTB-RGL-IN-FORCE-COUNT
              END-IF
           END-IF
           .
       PGCTB-RGL-COUNT-IN-FORCE-EXIT.
           EXIT.
      *
      * Looks the transaction key up among the live rows.
       PGCTB-RGL-FIND-KEY SECTION.
           MOVE ZERO                      TO PGCTB-RGL-HIT-IDX
           PERFORM PGCTB-RGL-SCAN-KEY
              VARYING PGCTB-RGL-SCAN-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-SCAN-IDX > PGCTB-RGL-RUL-COUNT
                 OR PGCTB-RGL-HIT-IDX > 0
           .
       PGCTB-RGL-FIND-KEY-EXIT.
           EXIT.
      *
       PGCTB-RGL-SCAN-KEY SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-SCAN-IDX) = PGCTB-RGL-KEY-FILE
              AND PGCTB-RRT-POSITION (PGCTB-RGL-SCAN-IDX)
                 = PGCTB-RGL-KEY-POSITION
              AND PGCTB-RRT-EFF-DATE (PGCTB-RGL-SCAN-IDX)
                 = PGCTB-RGL-KEY-EFF-DATE
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-SCAN-IDX)
              MOVE PGCTB-RGL-SCAN-IDX     TO PGCTB-RGL-HIT-IDX
           END-IF
           .
       PGCTB-RGL-SCAN-KEY-EXIT.
           EXIT.
      *
      * 000000 is accepted as "in force all along"; anything else
      * must be a real yymmdd. February is allowed 29 days - the
      * two-digit year cannot say more.
       PGCTB-RGL-EDIT-DATE SECTION.
           MOVE SPACE                     TO PGCTB-RGL-DATE-OK-FLAG
           IF PGCTB-RGL-DATE-WORK IS NUMERIC
              IF PGCTB-RGL-DATE-WORK = '000000'
                 SET PGCTB-RGL-DATE-OK    TO TRUE
              ELSE
                 MOVE PGCTB-RGL-DATE-WORK(3:2) TO PGCTB-RGL-DATE-MM
                 MOVE PGCTB-RGL-DATE-WORK(5:2) TO PGCTB-RGL-DATE-DD
                 IF PGCTB-RGL-DATE-MM >= 1
                    AND PGCTB-RGL-DATE-MM <= 12
                    AND PGCTB-RGL-DATE-DD >= 1
                    IF PGCTB-RGL-DATE-DD
                       <= PGCTB-RGL-MDAYS (PGCTB-RGL-DATE-MM)
                       SET PGCTB-RGL-DATE-OK TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-RGL-EDIT-DATE-EXIT.
           EXIT.
      *
      * Slides PGCTB-RGL-NUM-TEXT right into PGCTB-RGL-NUM-JUST,
      * zero-filled, and says whether the result is numeric.
       PGCTB-RGL-JUSTIFY-NUM SECTION.
           MOVE SPACE                     TO PGCTB-RGL-NUM-OK-FLAG
           MOVE SPACES                    TO PGCTB-RGL-NUM-JUST
           PERFORM PGCTB-RGL-TRIM-NUM
              VARYING PGCTB-RGL-NUM-LEN FROM 5 BY -1
              UNTIL PGCTB-RGL-NUM-LEN = 0
                 OR PGCTB-RGL-NUM-TEXT(PGCTB-RGL-NUM-LEN:1)
                    NOT = SPACE
           IF PGCTB-RGL-NUM-LEN > 0
              MOVE ALL '0'                TO PGCTB-RGL-NUM-JUST
              MOVE PGCTB-RGL-NUM-TEXT(1:PGCTB-RGL-NUM-LEN)
                 TO PGCTB-RGL-NUM-JUST
                    (6 - PGCTB-RGL-NUM-LEN:PGCTB-RGL-NUM-LEN)
              IF PGCTB-RGL-NUM-JUST IS NUMERIC
                 SET PGCTB-RGL-NUM-OK     TO TRUE
              END-IF
           END-IF
           .
       PGCTB-RGL-JUSTIFY-NUM-EXIT.
           EXIT.
      * No-op body - PGCTB-RGL-NUM-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-RGL-TRIM-NUM SECTION.
           CONTINUE
           .
       PGCTB-RGL-TRIM-NUM-EXIT.
           EXIT.
      *************************************************************************
      * Applies one edited transaction to the rule table and
      * audits it - blank before values on an ADD, blank after
      * values on a DEL.
       PGCTB-RGL-APPLY-TRANS SECTION.
           MOVE 5                         TO PGCTB-RGL-SEQUENCE
           MOVE SPACES                    TO PGCTB-RGL-OLD-MIN
           MOVE SPACES                    TO PGCTB-RGL-OLD-MAX
           EVALUATE TRUE
           WHEN PGCTB-RTR-ADD
              PERFORM PGCTB-RGL-NEW-ROW
              MOVE PGCTB-RGL-RUL-COUNT    TO PGCTB-RGL-HIT-IDX
              MOVE PGCTB-RGL-KEY-FILE
                 TO PGCTB-RRT-FILE (PGCTB-RGL-HIT-IDX)
              MOVE PGCTB-RGL-KEY-POSITION
                 TO PGCTB-RRT-POSITION (PGCTB-RGL-HIT-IDX)
              MOVE PGCTB-RGL-KEY-EFF-DATE
                 TO PGCTB-RRT-EFF-DATE (PGCTB-RGL-HIT-IDX)
              MOVE PGCTB-RGL-NEW-MIN
                 TO PGCTB-RRT-MIN (PGCTB-RGL-HIT-IDX)
              MOVE PGCTB-RGL-NEW-MAX
                 TO PGCTB-RRT-MAX (PGCTB-RGL-HIT-IDX)
           WHEN PGCTB-RTR-CHG
              MOVE PGCTB-RRT-MIN (PGCTB-RGL-HIT-IDX)
                                          TO PGCTB-RGL-OLD-MIN
              MOVE PGCTB-RRT-MAX (PGCTB-RGL-HIT-IDX)
                                          TO PGCTB-RGL-OLD-MAX
              MOVE PGCTB-RGL-NEW-MIN
                 TO PGCTB-RRT-MIN (PGCTB-RGL-HIT-IDX)
              MOVE PGCTB-RGL-NEW-MAX
                 TO PGCTB-RRT-MAX (PGCTB-RGL-HIT-IDX)
           WHEN OTHER
              MOVE PGCTB-RRT-MIN (PGCTB-RGL-HIT-IDX)
                                          TO PGCTB-RGL-OLD-MIN
              MOVE PGCTB-RRT-MAX (PGCTB-RGL-HIT-IDX)
                                          TO PGCTB-RGL-OLD-MAX
              MOVE SPACES                 TO PGCTB-RGL-NEW-MIN
              MOVE SPACES                 TO PGCTB-RGL-NEW-MAX
              SET PGCTB-RRT-DELETED (PGCTB-RGL-HIT-IDX) TO TRUE
           END-EVALUATE
           ADD 1                          TO PGCTB-RGL-APPLIED-COUNT
           IF PGCTB-RGL-KEY-FILE = 'RUL'
              SET PGCTB-RGL-RUL-CHANGED   TO TRUE
           ELSE
              SET PGCTB-RGL-POS-CHANGED   TO TRUE
           END-IF
           PERFORM PGCTB-RGL-WRITE-AUDIT
      *
           MOVE PGCTB-RGL-KEY-EFF-DATE    TO PGCTB-RGL-DATE-WORK
           PERFORM PGCTB-RGL-FORMAT-EFF
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING 'APPLIED '              DELIMITED BY SIZE
                  PGCTB-RTR-ACTION        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RGL-KEY-FILE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RGL-KEY-POSITION  DELIMITED BY SIZE
                  ' effective '           DELIMITED BY SIZE
                  PGCTB-RGL-EFF-TEXT      DELIMITED BY SIZE
                  ' was '                 DELIMITED BY SIZE
                  PGCTB-RGL-OLD-MIN       DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-RGL-OLD-MAX       DELIMITED BY SIZE
                  ' now '                 DELIMITED BY SIZE
                  PGCTB-RGL-NEW-MIN       DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-RGL-NEW-MAX       DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           .
       PGCTB-RGL-APPLY-TRANS-EXIT.
           EXIT.
      *
      * Holds one audit record in the audit work file, opened on
      * first use. The records reach RULAUDIT only once the rule
      * files have been replaced.
       PGCTB-RGL-WRITE-AUDIT SECTION.
           IF NOT PGCTB-AUDWRK-IS-OPEN
              OPEN OUTPUT PGCTB-AUDWRK-FILE
              IF PGCTB-AUDWRK-STATUS NOT = '00'
                 MOVE 'Unable to open RULAUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
                 MOVE PGCTB-AUDWRK-STATUS TO PGCTB-RGL-FAIL-STATUS
                 PERFORM PGCTB-RGL-IO-FAIL
              END-IF
              SET PGCTB-AUDWRK-IS-OPEN    TO TRUE
           END-IF
           MOVE SPACES                    TO PGCTB-AUDWRK-RECORD
           ACCEPT PGCTB-RAU-DATE          FROM DATE
           ACCEPT PGCTB-RAU-TIME          FROM TIME
           MOVE PGCTB-RGL-KEY-FILE        TO PGCTB-RAU-FILE
           MOVE PGCTB-RTR-ACTION          TO PGCTB-RAU-ACTION
           MOVE PGCTB-RGL-KEY-EFF-DATE    TO PGCTB-RAU-EFF-DATE
           MOVE PGCTB-RGL-KEY-POSITION    TO PGCTB-RAU-POSITION
           MOVE PGCTB-RGL-OLD-MIN         TO PGCTB-RAU-OLD-MIN
           MOVE PGCTB-RGL-OLD-MAX         TO PGCTB-RAU-OLD-MAX
           MOVE PGCTB-RGL-NEW-MIN         TO PGCTB-RAU-NEW-MIN
           MOVE PGCTB-RGL-NEW-MAX         TO PGCTB-RAU-NEW-MAX
           WRITE PGCTB-AUDWRK-RECORD
           IF PGCTB-AUDWRK-STATUS NOT = '00'
              MOVE 'Unable to write RULAUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-AUDWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-WRITE-AUDIT-EXIT.
           EXIT.
      *
      * Writes the reject line with its reason code and logs the
      * same to the error log.
       PGCTB-RGL-REJECT-TRANS SECTION.
           MOVE 6                         TO PGCTB-RGL-SEQUENCE
           ADD 1                          TO PGCTB-RGL-REJECT-COUNT
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING PGCTB-RGL-REASON        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RTR-ACTION        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RTR-FILE          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RTR-POSITION      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RTR-EFF-DATE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RTR-MIN           DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-RTR-MAX           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RGL-REASON-TEXT   DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
      *
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Rejected '             DELIMITED BY SIZE
                  PGCTB-RGL-RPT-LINE      DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           PERFORM PGCTB-LOG-ERROR
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           .
       PGCTB-RGL-REJECT-TRANS-EXIT.
           EXIT.
      *************************************************************************
      * Rewrites the rule files this run changed, live rows only.
      * The readers pick the row in force themselves, so order in
      * the file carries no meaning. Each changed set is first
      * written whole to its work file; the rule files are only
      * opened OUTPUT once every work file is complete, so a
      * failure here leaves RULESFIL and POSRULES as they were.
       PGCTB-RGL-REWRITE-FILES SECTION.
           MOVE 7                         TO PGCTB-RGL-SEQUENCE
           IF PGCTB-RGL-RUL-CHANGED
              PERFORM PGCTB-RGL-WRITE-RUL-WORK
           END-IF
           IF PGCTB-RGL-POS-CHANGED
              PERFORM PGCTB-RGL-WRITE-POS-WORK
           END-IF
           IF PGCTB-RGL-RUL-CHANGED
              PERFORM PGCTB-RGL-REPLACE-RULES
           END-IF
           IF PGCTB-RGL-POS-CHANGED
              PERFORM PGCTB-RGL-REPLACE-POSRULES
           END-IF
           .
       PGCTB-RGL-REWRITE-FILES-EXIT.
           EXIT.
      *
       PGCTB-RGL-WRITE-RUL-WORK SECTION.
           OPEN OUTPUT PGCTB-RULWRK-FILE
           IF PGCTB-RULWRK-STATUS NOT = '00'
              MOVE 'Unable to open RULESWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           PERFORM PGCTB-RGL-WRITE-RUL-ROW
              VARYING PGCTB-RGL-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-RUL-IDX > PGCTB-RGL-RUL-COUNT
           CLOSE PGCTB-RULWRK-FILE
           IF PGCTB-RULWRK-STATUS NOT = '00'
              MOVE 'Unable to close RULESWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-WRITE-RUL-WORK-EXIT.
           EXIT.
      *
       PGCTB-RGL-WRITE-RUL-ROW SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-RUL-IDX) = 'RUL'
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-RUL-IDX)
              MOVE SPACES                 TO PGCTB-RULWRK-RECORD
              MOVE PGCTB-RRT-MIN (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-RWK-MIN
              MOVE PGCTB-RRT-MAX (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-RWK-MAX
              MOVE PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-RWK-EFF-DATE
              WRITE PGCTB-RULWRK-RECORD
              IF PGCTB-RULWRK-STATUS NOT = '00'
                 MOVE 'Unable to write RULESWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
                 MOVE PGCTB-RULWRK-STATUS TO PGCTB-RGL-FAIL-STATUS
                 PERFORM PGCTB-RGL-IO-FAIL
              END-IF
           END-IF
           .
       PGCTB-RGL-WRITE-RUL-ROW-EXIT.
           EXIT.
      *
       PGCTB-RGL-WRITE-POS-WORK SECTION.
           OPEN OUTPUT PGCTB-PRLWRK-FILE
           IF PGCTB-PRLWRK-STATUS NOT = '00'
              MOVE 'Unable to open POSRUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-PRLWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           PERFORM PGCTB-RGL-WRITE-POS-ROW
              VARYING PGCTB-RGL-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-RUL-IDX > PGCTB-RGL-RUL-COUNT
           CLOSE PGCTB-PRLWRK-FILE
           IF PGCTB-PRLWRK-STATUS NOT = '00'
              MOVE 'Unable to close POSRUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-PRLWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-WRITE-POS-WORK-EXIT.
           EXIT.
      *
       PGCTB-RGL-WRITE-POS-ROW SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-RUL-IDX) = 'POS'
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-RUL-IDX)
              MOVE SPACES                 TO PGCTB-PRLWRK-RECORD
              MOVE PGCTB-RRT-POSITION (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-PWK-POSITION
              MOVE PGCTB-RRT-MIN (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-PWK-MIN
              MOVE PGCTB-RRT-MAX (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-PWK-MAX
              MOVE PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-PWK-EFF-DATE
              WRITE PGCTB-PRLWRK-RECORD
              IF PGCTB-PRLWRK-STATUS NOT = '00'
                 MOVE 'Unable to write POSRUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
                 MOVE PGCTB-PRLWRK-STATUS TO PGCTB-RGL-FAIL-STATUS
                 PERFORM PGCTB-RGL-IO-FAIL
              END-IF
           END-IF
           .
       PGCTB-RGL-WRITE-POS-ROW-EXIT.
           EXIT.
      *
      * Replaces RULESFIL from its complete work file. Should this
      * copy fail, RULESWRK still holds the full new rule set.
       PGCTB-RGL-REPLACE-RULES SECTION.
           MOVE 9                         TO PGCTB-RGL-SEQUENCE
           OPEN INPUT PGCTB-RULWRK-FILE
           IF PGCTB-RULWRK-STATUS NOT = '00'
              MOVE 'Unable to reopen RULESWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           OPEN OUTPUT PGCTB-RULES-FILE
           IF PGCTB-RULES-STATUS NOT = '00'
              MOVE 'Unable to rewrite RULESFIL, new rules in RULESWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULES-STATUS     TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           MOVE SPACE                     TO PGCTB-RGL-WRK-EOF-FLAG
           PERFORM PGCTB-RGL-READ-RULWRK
           PERFORM PGCTB-RGL-COPY-RULES
              UNTIL PGCTB-RGL-WRK-EOF
           CLOSE PGCTB-RULES-FILE
           IF PGCTB-RULES-STATUS NOT = '00'
              MOVE 'Unable to close RULESFIL, new rules in RULESWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULES-STATUS     TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           CLOSE PGCTB-RULWRK-FILE
           .
       PGCTB-RGL-REPLACE-RULES-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-RULWRK SECTION.
           READ PGCTB-RULWRK-FILE
              AT END
                 SET PGCTB-RGL-WRK-EOF    TO TRUE
           END-READ
           IF PGCTB-RULWRK-STATUS NOT = '00'
              AND PGCTB-RULWRK-STATUS NOT = '10'
              MOVE 'Unable to read RULESWRK, new rules in RULESWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-READ-RULWRK-EXIT.
           EXIT.
      *
       PGCTB-RGL-COPY-RULES SECTION.
           WRITE PGCTB-RULES-RECORD       FROM PGCTB-RULWRK-RECORD
           IF PGCTB-RULES-STATUS NOT = '00'
              MOVE 'Unable to write RULESFIL, new rules in RULESWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULES-STATUS     TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           PERFORM PGCTB-RGL-READ-RULWRK
           .
       PGCTB-RGL-COPY-RULES-EXIT.
           EXIT.
      *
      * Replaces POSRULES from its complete work file. Should this
      * copy fail, POSRUWRK still holds the full new rule set.
       PGCTB-RGL-REPLACE-POSRULES SECTION.
           MOVE 10                        TO PGCTB-RGL-SEQUENCE
           OPEN INPUT PGCTB-PRLWRK-FILE
           IF PGCTB-PRLWRK-STATUS NOT = '00'
              MOVE 'Unable to reopen POSRUWRK, rules untouched'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-PRLWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           OPEN OUTPUT PGCTB-POSRUL-FILE
           IF PGCTB-POSRUL-STATUS NOT = '00'
              MOVE 'Unable to rewrite POSRULES, new rules in POSRUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-POSRUL-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           MOVE SPACE                     TO PGCTB-RGL-WRK-EOF-FLAG
           PERFORM PGCTB-RGL-READ-PRLWRK
           PERFORM PGCTB-RGL-COPY-POSRULES
              UNTIL PGCTB-RGL-WRK-EOF
           CLOSE PGCTB-POSRUL-FILE
           IF PGCTB-POSRUL-STATUS NOT = '00'
              MOVE 'Unable to close POSRULES, new rules in POSRUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-POSRUL-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           CLOSE PGCTB-PRLWRK-FILE
           .
       PGCTB-RGL-REPLACE-POSRULES-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-PRLWRK SECTION.
           READ PGCTB-PRLWRK-FILE
              AT END
                 SET PGCTB-RGL-WRK-EOF    TO TRUE
           END-READ
           IF PGCTB-PRLWRK-STATUS NOT = '00'
              AND PGCTB-PRLWRK-STATUS NOT = '10'
              MOVE 'Unable to read POSRUWRK, new rules in POSRUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-PRLWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-READ-PRLWRK-EXIT.
           EXIT.
      *
       PGCTB-RGL-COPY-POSRULES SECTION.
           WRITE PGCTB-POSRUL-RECORD      FROM PGCTB-PRLWRK-RECORD
           IF PGCTB-POSRUL-STATUS NOT = '00'
              MOVE 'Unable to write POSRULES, new rules in POSRUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-POSRUL-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           PERFORM PGCTB-RGL-READ-PRLWRK
           .
       PGCTB-RGL-COPY-POSRULES-EXIT.
           EXIT.
      *
      * Posts the audit records held for this run to RULAUDIT,
      * now that the rule files carry the changes they describe.
      * The audit file is opened EXTEND, OUTPUT on its first run.
       PGCTB-RGL-POST-AUDIT SECTION.
           MOVE 11                        TO PGCTB-RGL-SEQUENCE
           CLOSE PGCTB-AUDWRK-FILE
           IF PGCTB-AUDWRK-STATUS NOT = '00'
              MOVE 'Unable to close RULAUWRK, rules already replaced'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-AUDWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           MOVE 'N'                       TO PGCTB-AUDWRK-OPEN-FLAG
           OPEN INPUT PGCTB-AUDWRK-FILE
           IF PGCTB-AUDWRK-STATUS NOT = '00'
              MOVE 'Unable to reopen RULAUWRK, rules already replaced'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-AUDWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           OPEN EXTEND PGCTB-RULAUDIT-FILE
           IF PGCTB-RULAUDIT-STATUS = '35'
              OPEN OUTPUT PGCTB-RULAUDIT-FILE
           END-IF
           IF PGCTB-RULAUDIT-STATUS NOT = '00'
              MOVE 'Unable to open RULAUDIT, audit held in RULAUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULAUDIT-STATUS  TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           MOVE SPACE                     TO PGCTB-RGL-WRK-EOF-FLAG
           PERFORM PGCTB-RGL-READ-AUDWRK
           PERFORM PGCTB-RGL-COPY-AUDIT
              UNTIL PGCTB-RGL-WRK-EOF
           CLOSE PGCTB-RULAUDIT-FILE
           IF PGCTB-RULAUDIT-STATUS NOT = '00'
              MOVE 'Unable to close RULAUDIT, audit held in RULAUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULAUDIT-STATUS  TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           CLOSE PGCTB-AUDWRK-FILE
           .
       PGCTB-RGL-POST-AUDIT-EXIT.
           EXIT.
      *
       PGCTB-RGL-READ-AUDWRK SECTION.
           READ PGCTB-AUDWRK-FILE
              AT END
                 SET PGCTB-RGL-WRK-EOF    TO TRUE
           END-READ
           IF PGCTB-AUDWRK-STATUS NOT = '00'
              AND PGCTB-AUDWRK-STATUS NOT = '10'
              MOVE 'Unable to read RULAUWRK, audit held in RULAUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-AUDWRK-STATUS    TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           .
       PGCTB-RGL-READ-AUDWRK-EXIT.
           EXIT.
      *
       PGCTB-RGL-COPY-AUDIT SECTION.
           WRITE PGCTB-RULAUDIT-RECORD    FROM PGCTB-AUDWRK-RECORD
           IF PGCTB-RULAUDIT-STATUS NOT = '00'
              MOVE 'Unable to write RULAUDIT, audit held in RULAUWRK'
                                          TO PGCTB-RGL-FAIL-TEXT
              MOVE PGCTB-RULAUDIT-STATUS  TO PGCTB-RGL-FAIL-STATUS
              PERFORM PGCTB-RGL-IO-FAIL
           END-IF
           PERFORM PGCTB-RGL-READ-AUDWRK
           .
       PGCTB-RGL-COPY-AUDIT-EXIT.
           EXIT.
      *
      * Stops the run on a failed rule or audit file operation.
       PGCTB-RGL-IO-FAIL SECTION.
           MOVE 8                         TO PGCTB-RETURN-CODE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING PGCTB-RGL-FAIL-TEXT     DELIMITED BY '  '
                  ', status '             DELIMITED BY SIZE
                  PGCTB-RGL-FAIL-STATUS   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           SET PGCTB-ERROR                TO TRUE
           PERFORM PGCTB-STATUS
           .
       PGCTB-RGL-IO-FAIL-EXIT.
           EXIT.
      *************************************************************************
      * The rules in force on the AS-OF date - for the season rule
      * and for each position, the live row with the latest
      * effective date not after AS-OF, which is exactly the row
      * lecturbd, validpos and simumouv pick on a run of that date
      * - then every rule loaded ahead of it, still pending.
       PGCTB-RGL-LIST-IN-FORCE SECTION.
           MOVE 8                         TO PGCTB-RGL-SEQUENCE
           MOVE PGCTB-RGL-ASOF-DATE       TO PGCTB-RGL-DATE-WORK
           PERFORM PGCTB-RGL-FORMAT-EFF
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING 'RULES IN FORCE ON '    DELIMITED BY SIZE
                  PGCTB-RGL-EFF-TEXT      DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
      *
           MOVE ZERO                      TO PGCTB-RGL-LISTED-COUNT
           MOVE 'RUL'                     TO PGCTB-RGL-KEY-FILE
           MOVE SPACES                    TO PGCTB-RGL-KEY-POSITION
           PERFORM PGCTB-RGL-PICK-IN-FORCE
           IF PGCTB-RGL-BEST-IDX > 0
              MOVE 'ROSTER SIZE'          TO PGCTB-RGL-LABEL
              PERFORM PGCTB-RGL-LIST-BEST
           ELSE
              MOVE '  ROSTER SIZE          none in force'
                                          TO PGCTB-RGL-RPT-LINE
              PERFORM PGCTB-RGL-WRITE-RPT-LINE
           END-IF
      *
           MOVE ZERO                      TO PGCTB-RGL-LISTED-COUNT
           PERFORM PGCTB-RGL-LIST-POSITION
              VARYING PGCTB-RGL-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-RUL-IDX > PGCTB-RGL-RUL-COUNT
           IF PGCTB-RGL-LISTED-COUNT = 0
              MOVE '  POSITION             none in force'
                                          TO PGCTB-RGL-RPT-LINE
              PERFORM PGCTB-RGL-WRITE-RPT-LINE
           END-IF
      *
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           MOVE 'RULES LOADED AHEAD, NOT YET IN FORCE'
                                          TO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           PERFORM PGCTB-RGL-LIST-PENDING
              VARYING PGCTB-RGL-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-RUL-IDX > PGCTB-RGL-RUL-COUNT
           IF PGCTB-RGL-PENDING-COUNT = 0
              MOVE '  none'               TO PGCTB-RGL-RPT-LINE
              PERFORM PGCTB-RGL-WRITE-RPT-LINE
           END-IF
           .
       PGCTB-RGL-LIST-IN-FORCE-EXIT.
           EXIT.
      *
      * Lists the position of the row in hand, the first time that
      * position turns up in the table.
       PGCTB-RGL-LIST-POSITION SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-RUL-IDX) = 'POS'
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-RUL-IDX)
              SET PGCTB-RGL-FIRST         TO TRUE
              PERFORM PGCTB-RGL-CHECK-FIRST
                 VARYING PGCTB-RGL-SCAN-IDX FROM 1 BY 1
                 UNTIL PGCTB-RGL-SCAN-IDX >= PGCTB-RGL-RUL-IDX
                    OR NOT PGCTB-RGL-FIRST
              IF PGCTB-RGL-FIRST
                 MOVE 'POS'               TO PGCTB-RGL-KEY-FILE
                 MOVE PGCTB-RRT-POSITION (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-RGL-KEY-POSITION
                 PERFORM PGCTB-RGL-PICK-IN-FORCE
                 IF PGCTB-RGL-BEST-IDX > 0
                    MOVE SPACES           TO PGCTB-RGL-LABEL
                    STRING 'POSITION '    DELIMITED BY SIZE
                           PGCTB-RGL-KEY-POSITION DELIMITED BY SIZE
                           INTO PGCTB-RGL-LABEL
                    PERFORM PGCTB-RGL-LIST-BEST
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-RGL-LIST-POSITION-EXIT.
           EXIT.
      *
       PGCTB-RGL-CHECK-FIRST SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-SCAN-IDX) = 'POS'
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-SCAN-IDX)
              AND PGCTB-RRT-POSITION (PGCTB-RGL-SCAN-IDX)
                 = PGCTB-RRT-POSITION (PGCTB-RGL-RUL-IDX)
              MOVE SPACE                  TO PGCTB-RGL-FIRST-FLAG
           END-IF
           .
       PGCTB-RGL-CHECK-FIRST-EXIT.
           EXIT.
      *
      * Leaves in PGCTB-RGL-BEST-IDX the live row of the key file
      * and position with the latest effective date not after
      * AS-OF - zero when none is in force yet.
       PGCTB-RGL-PICK-IN-FORCE SECTION.
           MOVE ZERO                      TO PGCTB-RGL-BEST-IDX
           PERFORM PGCTB-RGL-PICK-SCAN
              VARYING PGCTB-RGL-SCAN-IDX FROM 1 BY 1
              UNTIL PGCTB-RGL-SCAN-IDX > PGCTB-RGL-RUL-COUNT
           .
       PGCTB-RGL-PICK-IN-FORCE-EXIT.
           EXIT.
      *
       PGCTB-RGL-PICK-SCAN SECTION.
           IF PGCTB-RRT-FILE (PGCTB-RGL-SCAN-IDX) = PGCTB-RGL-KEY-FILE
              AND PGCTB-RRT-POSITION (PGCTB-RGL-SCAN-IDX)
                 = PGCTB-RGL-KEY-POSITION
              AND NOT PGCTB-RRT-DELETED (PGCTB-RGL-SCAN-IDX)
              AND PGCTB-RRT-EFF-DATE (PGCTB-RGL-SCAN-IDX)
                 NOT > PGCTB-RGL-ASOF-DATE
              IF PGCTB-RGL-BEST-IDX = 0
                 MOVE PGCTB-RGL-SCAN-IDX  TO PGCTB-RGL-BEST-IDX
              ELSE
                 IF PGCTB-RRT-EFF-DATE (PGCTB-RGL-SCAN-IDX)
                    NOT < PGCTB-RRT-EFF-DATE (PGCTB-RGL-BEST-IDX)
                    MOVE PGCTB-RGL-SCAN-IDX TO PGCTB-RGL-BEST-IDX
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-RGL-PICK-SCAN-EXIT.
           EXIT.
      *
       PGCTB-RGL-LIST-BEST SECTION.
           ADD 1                          TO PGCTB-RGL-LISTED-COUNT
           MOVE PGCTB-RRT-EFF-DATE (PGCTB-RGL-BEST-IDX)
                                          TO PGCTB-RGL-DATE-WORK
           PERFORM PGCTB-RGL-FORMAT-EFF
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING '  '                    DELIMITED BY SIZE
                  PGCTB-RGL-LABEL         DELIMITED BY SIZE
                  ' min='                 DELIMITED BY SIZE
                  PGCTB-RRT-MIN (PGCTB-RGL-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' max='                 DELIMITED BY SIZE
                  PGCTB-RRT-MAX (PGCTB-RGL-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' effective '           DELIMITED BY SIZE
                  PGCTB-RGL-EFF-TEXT      DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           .
       PGCTB-RGL-LIST-BEST-EXIT.
           EXIT.
      *
       PGCTB-RGL-LIST-PENDING SECTION.
           IF NOT PGCTB-RRT-DELETED (PGCTB-RGL-RUL-IDX)
              AND PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-IDX)
                 > PGCTB-RGL-ASOF-DATE
              ADD 1                       TO PGCTB-RGL-PENDING-COUNT
              MOVE PGCTB-RRT-EFF-DATE (PGCTB-RGL-RUL-IDX)
                                          TO PGCTB-RGL-DATE-WORK
              PERFORM PGCTB-RGL-FORMAT-EFF
              MOVE SPACES                 TO PGCTB-RGL-RPT-LINE
              STRING '  '                 DELIMITED BY SIZE
                     PGCTB-RRT-FILE (PGCTB-RGL-RUL-IDX)
                                          DELIMITED BY SIZE
                     ' '                  DELIMITED BY SIZE
                     PGCTB-RRT-POSITION (PGCTB-RGL-RUL-IDX)
                                          DELIMITED BY SIZE
                     ' min='              DELIMITED BY SIZE
                     PGCTB-RRT-MIN (PGCTB-RGL-RUL-IDX)
                                          DELIMITED BY SIZE
                     ' max='              DELIMITED BY SIZE
                     PGCTB-RRT-MAX (PGCTB-RGL-RUL-IDX)
                                          DELIMITED BY SIZE
                     ' from '             DELIMITED BY SIZE
                     PGCTB-RGL-EFF-TEXT   DELIMITED BY SIZE
                     INTO PGCTB-RGL-RPT-LINE
              PERFORM PGCTB-RGL-WRITE-RPT-LINE
           END-IF
           .
       PGCTB-RGL-LIST-PENDING-EXIT.
           EXIT.
      *
      * 20yy-mm-dd of PGCTB-RGL-DATE-WORK into PGCTB-RGL-EFF-TEXT;
      * 000000 reads "always".
       PGCTB-RGL-FORMAT-EFF SECTION.
           IF PGCTB-RGL-DATE-WORK = '000000'
              MOVE 'always'               TO PGCTB-RGL-EFF-TEXT
           ELSE
              MOVE SPACES                 TO PGCTB-RGL-EFF-TEXT
              STRING '20'                 DELIMITED BY SIZE
                     PGCTB-RGL-DATE-WORK(1:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-RGL-DATE-WORK(3:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-RGL-DATE-WORK(5:2) DELIMITED BY SIZE
                     INTO PGCTB-RGL-EFF-TEXT
           END-IF
           .
       PGCTB-RGL-FORMAT-EFF-EXIT.
           EXIT.
      *
      * Closes the report with the run totals.
       PGCTB-RGL-WRITE-TOTALS SECTION.
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-RGL-RPT-LINE
           STRING 'TOTALS read=' DELIMITED BY SIZE
                  PGCTB-RGL-READ-COUNT    DELIMITED BY SIZE
                  ' applied=' DELIMITED BY SIZE
                  PGCTB-RGL-APPLIED-COUNT DELIMITED BY SIZE
                  ' rejected=' DELIMITED BY SIZE
                  PGCTB-RGL-REJECT-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-RGL-RPT-LINE
           PERFORM PGCTB-RGL-WRITE-RPT-LINE
           .
       PGCTB-RGL-WRITE-TOTALS-EXIT.
           EXIT.
      *
       PGCTB-RGL-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-RGL-RPT-LINE(1:100)
           MOVE PGCTB-RGL-RPT-LINE        TO PGCTB-REGLRPT-RECORD
           WRITE PGCTB-REGLRPT-RECORD
           .
       PGCTB-RGL-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - a comma-delimited ENV-CODE,
      * MODE,AS-OF - directly off the command line. An AS-OF that
      * is not a real yymmdd is refused rather than guessed at.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
                         PGCTB-RGL-MODE
                         PGCTB-RGL-ASOF-DATE
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
           IF PGCTB-RGL-MODE = SPACE
              MOVE 'M'                    TO PGCTB-RGL-MODE
           END-IF
           IF PGCTB-RGL-ASOF-DATE = SPACES
              MOVE PGCTB-DATE             TO PGCTB-RGL-ASOF-DATE
           END-IF
           MOVE PGCTB-RGL-ASOF-DATE       TO PGCTB-RGL-DATE-WORK
           PERFORM PGCTB-RGL-EDIT-DATE
           IF NOT PGCTB-RGL-DATE-OK
              OR (NOT PGCTB-RGL-MAINTAIN AND NOT PGCTB-RGL-LIST-ONLY)
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Invalid PARM - mode must be M or L and as-of '
                                           DELIMITED BY SIZE
                     'a yymmdd: '          DELIMITED BY SIZE
                     PGCTB-PARM-TEXT       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
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
      * maintenance step number, to the dated error-log file. The
      * file is opened EXTEND on first use so a day's errors pile
      * up in one place; if it doesn't exist yet (status '35') it
      * is created with OPEN OUTPUT instead.
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
           MOVE PGCTB-RGL-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
