      ****************************************************************
      * Saisie des transactions Equipe du bureau de la ligue.
      *
      * Jusqu'ici toute la suite ne faisait que lire LigueHockey -
      * une nouvelle concession, un changement de nom ou un
      * demenagement etait tape a la main dans MySql, et le seul
      * controle etait de le voir paraitre dans l'EXTRACT de
      * lecturbd la nuit suivante. Ce programme lit un fichier de
      * transactions (EQTRANS) - ajouts d'equipe, changements de
      * NomEquipe, changements de Ville - et verifie chacune contre
      * le fichier maitre EQUIPMST : pas d'ajout d'un NoEquipe deja
      * connu, pas de changement de nom d'une equipe retiree ('D'),
      * pas de Ville a blanc. Les bonnes transactions sont
      * appliquees a la table Equipe sous le profil DEV/TEST/PROD
      * choisi, les rejets vont au rapport EQREJETS avec un code
      * de raison, et chaque transaction appliquee ou rejetee est
      * inscrite au journal d'erreurs ERRLOG. L'etape s'inscrit au
      * fichier SUITECTL comme les autres etapes de la suite.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saisequi.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * League-office team transactions - one add, rename or
      * relocation per record.
           SELECT PGCTB-TRANS-FILE      ASSIGN TO "EQTRANS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-TRANS-STATUS.
      *
      * The keyed Equipe master majequip maintains - the edits are
      * made against it, read-only here.
           SELECT PGCTB-EQMST-FILE      ASSIGN TO "EQUIPMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-EQM-NOEQUIPE
                  FILE STATUS IS PGCTB-EQMST-STATUS.
      *
      * Reject report - one line per refused transaction with its
      * reason code, then the run totals.
           SELECT PGCTB-REJET-FILE      ASSIGN TO "EQREJETS"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-REJET-STATUS.
      *
      * Dated audit trail of every DB error - the same ERRLOG the
      * whole PGCTBnnn suite appends to. Every applied and every
      * rejected transaction is written here as well.
           SELECT PGCTB-ERRLOG-FILE     ASSIGN TO "ERRLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * The Equipe extract - read here only for its HDR stamp, the
      * tag the whole nightly chain registers under on the
      * suite-control file.
           SELECT PGCTB-EXTRACT-FILE    ASSIGN TO "EXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-EXTRACT-STATUS.
      *
      * Suite-control file - every PGCTBnnn step registers its
      * start, end and return code here, tagged with the EXTRACT
      * HDR date/time stamp it worked on; this step refuses to edit
      * against a master majequip has not brought up to that same
      * stamp clean.
           SELECT PGCTB-SUICTL-FILE     ASSIGN TO "SUITECTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
       FILE SECTION.
      *
      * Action ADD carries all three fields; NOM carries the new
      * NomEquipe only and VIL the new Ville only.
       FD  PGCTB-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-TRANS-RECORD.
           05  PGCTB-TRR-ACTION          PIC X(03).
               88  PGCTB-TRR-ADD         VALUE 'ADD'.
               88  PGCTB-TRR-NOM         VALUE 'NOM'.
               88  PGCTB-TRR-VIL         VALUE 'VIL'.
           05  FILLER                    PIC X(01).
           05  PGCTB-TRR-NOEQUIPE        PIC X(09).
           05  PGCTB-TRR-NOEQUIPE-N REDEFINES PGCTB-TRR-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-TRR-NOMEQUIPE       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-TRR-VILLE           PIC X(50).
      *
       FD  PGCTB-EQMST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-EQMST-RECORD.
           05  PGCTB-EQM-NOEQUIPE        PIC 9(09).
           05  PGCTB-EQM-NOMEQUIPE       PIC X(50).
           05  PGCTB-EQM-VILLE           PIC X(50).
           05  PGCTB-EQM-NBJOUEURS       PIC 9(05).
           05  PGCTB-EQM-ACTIVE-FLAG     PIC X(01).
               88  PGCTB-EQM-ACTIVE      VALUE 'A'.
               88  PGCTB-EQM-DROPPED     VALUE 'D'.
           05  PGCTB-EQM-LAST-SEEN       PIC X(06).
      *
       FD  PGCTB-REJET-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-REJET-RECORD            PIC X(132).
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
       FD  PGCTB-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-EXTRACT-RECORD          PIC X(132).
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
           05  PGCTB-SCR-WALL-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SCR-WALL-TIME      PIC X(06).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 NO EQTRANS, EMPTY RUN'.
      *
      * The communication area for the database
      *    EXEC SQL
      *       INCLUDE SQLCA
        01  SQLCA.
          05 SQLCA-CID                     USAGE POINTER.
          05 SQLCA-CURSOR-CTRL-GRP.
            10 SQLCA-CURSOR-CTRL OCCURS 65 PIC X.
          05 SQLCA-RESULT-GRP OCCURS 65.
            10 SQLCA-RESULT                USAGE POINTER.
          05 SQLCA-SEQUENCE                PIC 9(08).
          05 SQLCA-COUNT                   PIC 9(08).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-RETURN-CODE             PIC 9(03).
          05 SQLCA-CROWCNT                 PIC X(08).
          05 SQLCA-ROWCNT                  PIC 9(08).
            88 SQLCA-NO-ROW                VALUE 0.
            88 SQLCA-ONE-ROW               VALUE 1.
            88 SQLCA-MORE-THAN-ONE-ROW     VALUE 2 THRU 99999999.
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-HOST                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-USER                    PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PASSWD                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-DBNAME                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-PORT                    PIC 9(05).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-SOCKET                  PIC X(32).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCA-QUOTE                   PIC X VALUE "'".
          05 SQLCA-COBVERSION              PIC X(20).
          05 SQLCA-CARD                    PIC X(80).
          05 SQLCA-STATEMENT.
            10 SQLCA-STAT-LINE OCCURS 80   PIC X(25).
          05 FILLER                        PIC X VALUE LOW-VALUE.
          05 SQLCODE                       PIC 9(03).
            88 DB-OK                       VALUE 0.
            88 DB-CURSOR-ALREADY-OPEN      VALUE -1.
            88 DB-CURSOR-NOT-OPEN          VALUE -2.
            88 DB-NOT-FOUND                VALUE 100.
      *    END-EXEC.
      *
      * Run-time PARM, read directly by this program - ENV-CODE
      * only. The transactions themselves come from EQTRANS.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
      *
      * INSERT/UPDATE text assembled by PGCTB-SAI-BUILD-ADD/-NOM/
      * -VIL before it is chopped into SQLCA-STAT-LINE occurrences.
      * Sized with margin over the worst case - an INSERT carrying
      * both a fully-escaped NomEquipe and a fully-escaped Ville.
       01  PGCTB-SQL-TEXT                 PIC X(400).
       01  PGCTB-SQL-PTR                  PIC 9(04) COMP.
       01  PGCTB-SQL-POS                  PIC 9(04) COMP.
       01  PGCTB-SQL-IDX                  PIC 9(04) COMP.
      *
      * Right-trims a NomEquipe or Ville value (PGCTB-VALUE-WORK/
      * -LEN) before it goes into the SQL text, the way lecturbd
      * trims its Ville filter.
       01  PGCTB-VALUE-WORK               PIC X(50).
       01  PGCTB-VALUE-LEN                PIC 9(02) COMP.
      *
      * SQL-escapes PGCTB-VALUE-WORK(1:PGCTB-VALUE-LEN) into
      * PGCTB-VALUE-ESC/-ESC-LEN by doubling embedded quote
      * characters - team and city names both carry apostrophes
      * (L'Assomption, Les Cantons de l'Est). Sized double the
      * source plus margin for an all-apostrophe worst case. The
      * escaped NomEquipe is parked in PGCTB-NOM-ESC while the
      * Ville of an ADD goes through the same fields.
       01  PGCTB-VALUE-ESC                PIC X(104).
       01  PGCTB-VALUE-ESC-LEN            PIC 9(03) COMP.
       01  PGCTB-VALUE-IDX                PIC 9(03) COMP.
       01  PGCTB-NOM-ESC                  PIC X(104).
       01  PGCTB-NOM-ESC-LEN              PIC 9(03) COMP.
      *
      * Edit result for the transaction in hand - blank when it
      * passed, else the reason code and its text for the reject
      * report and the error log.
       01  PGCTB-SAI-REASON               PIC X(03) VALUE SPACES.
       01  PGCTB-SAI-REASON-TEXT          PIC X(50) VALUE SPACES.
      *
      * NoEquipe values added by this run. The master is only
      * brought up to date by the next night's majequip, so a
      * second ADD of the same key in one file - or a rename of a
      * team added a few records earlier - is judged against this
      * table as well as the master. Running out of room is fatal:
      * an edit that can no longer see its own adds could let a
      * duplicate through to the table.
       01  PGCTB-SAI-ADD-MAX              PIC 9(08) COMP VALUE 1000.
       01  PGCTB-SAI-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  PGCTB-SAI-ADD-IDX              PIC 9(08) COMP.
       01  PGCTB-SAI-ADD-TABLE.
           05  PGCTB-SAI-ADD-ROW OCCURS 1000.
               10  PGCTB-SAT-NOEQUIPE    PIC 9(09).
       01  PGCTB-SAI-ADDED-FLAG           PIC X(01) VALUE SPACE.
           88  PGCTB-SAI-ADDED            VALUE 'Y'.
      *
      * Whether the keyed READ found the team on the master.
       01  PGCTB-SAI-ONFILE-FLAG          PIC X(01) VALUE SPACE.
           88  PGCTB-SAI-ONFILE           VALUE 'Y'.
      *
      * Run tallies for the reject-report trailer.
       01  PGCTB-SAI-READ-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-SAI-APPLIED-COUNT        PIC 9(08) VALUE ZERO.
       01  PGCTB-SAI-REJECT-COUNT         PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-SAI-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-SAI-EOF              VALUE 'Y'.
       01  PGCTB-SAI-TRANS-ABSENT-FLAG    PIC X(01) VALUE SPACE.
           88  PGCTB-SAI-TRANS-ABSENT     VALUE 'Y'.
      *
      * Report line under construction.
       01  PGCTB-SAI-RPT-LINE             PIC X(132).
      *
      * File status bytes.
       01  PGCTB-TRANS-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-REJET-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
      * The error log is opened EXTEND the first time this run needs
      * it and left open until the job ends, rather than re-opened
      * for every error.
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Suite-control gate support - same machinery as the rest of
      * the chain, predecessor majequip: the edits are only as good
      * as the master they are made against.
       01  PGCTB-SUITE-PRED-NAME          PIC X(08) VALUE 'majequip'.
       01  PGCTB-SUITE-STAMP-DATE         PIC X(06) VALUE SPACES.
       01  PGCTB-SUITE-STAMP-TIME         PIC X(06) VALUE SPACES.
       01  PGCTB-SUITE-PRED-OK-FLAG       PIC X(01) VALUE SPACE.
           88  PGCTB-SUITE-PRED-OK        VALUE 'Y'.
       01  PGCTB-SUITE-EOF-FLAG           PIC X(01) VALUE SPACE.
           88  PGCTB-SUITE-EOF            VALUE 'Y'.
       01  PGCTB-SUITE-END-RC             PIC 9(03) VALUE ZERO.
       01  PGCTB-SUITE-END-WRITTEN-FLAG   PIC X(01) VALUE SPACE.
           88  PGCTB-SUITE-END-WRITTEN    VALUE 'Y'.
       01  PGCTB-SUICTL-STATUS            PIC X(02) VALUE SPACES.
      *
      * Work view of the extract HDR, for the gate's stamp read.
       01  PGCTB-SUITE-HDR-WORK.
           05  PGCTB-SHW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SHW-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-SHW-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-SHW-TIME            PIC X(06).
           05  FILLER                    PIC X(106).
      *
      * Connection profile - read_params' contract is unchanged; a
      * non-PROD environment is selected locally by suffixing the
      * schema name read_params already returned, as lecturbd does.
       01  PGCTB-DBNAME-BASE              PIC X(32).
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 1             TO SQLCA-SEQUENCE
      *
           MOVE 'saisequi'                  TO PGCTB-PROGRAM-NAME
      *
           CALL "cobmysqlapi_get_cobol_version" USING SQLCA-COBVERSION
           END-CALL
      *
      * Pick up this run's own PARM (environment) before touching
      * the shared read_params routine at all.
           PERFORM PGCTB-READ-RUN-PARM
      *
           CALL "read_params"         USING PGCTB-PROGRAM-NAME
                                            SQLCA-HOST
                                            SQLCA-USER
                                            SQLCA-PASSWD
                                            SQLCA-DBNAME
                                            SQLCA-PORT
                                            SQLCA-SOCKET
           END-CALL
      *
           INSPECT SQLCA-HOST REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-USER REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-PASSWD REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-DBNAME REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-PORT REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-SOCKET REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SQLCA-COBVERSION REPLACING ALL LOW-VALUE BY SPACE
      *
      * Non-PROD environments use the same server read_params already
      * resolved, but a differently-named schema - e.g. LigueHockey
      * becomes LigueHockey_DEV - so the shared routine's contract
      * never has to change for this.
           IF PGCTB-ENV-CODE NOT = 'PROD'
              MOVE SQLCA-DBNAME           TO PGCTB-DBNAME-BASE
              STRING PGCTB-DBNAME-BASE    DELIMITED BY SPACE
                     '_'                  DELIMITED BY SIZE
                     PGCTB-ENV-CODE       DELIMITED BY SPACE
                     INTO SQLCA-DBNAME
           END-IF
      *
      * All cursors are closed at the beginning
           MOVE ALL '0'                     TO SQLCA-CURSOR-CTRL-GRP
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-STARTTIME           FROM TIME
      *
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*                ' PGCTB-PROGRAM-NAME(1:1) ' '
                                       PGCTB-PROGRAM-NAME(2:1) ' '
                                       PGCTB-PROGRAM-NAME(3:1) ' '
                                       PGCTB-PROGRAM-NAME(4:1) ' '
                                       PGCTB-PROGRAM-NAME(5:1) ' '
                                       PGCTB-PROGRAM-NAME(6:1) ' '
                                       PGCTB-PROGRAM-NAME(7:1) ' '
                                       PGCTB-PROGRAM-NAME(8:1) ' '
                   '                  *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*       Start..: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-STARTTIME(1:2) ':' PGCTB-STARTTIME(3:2) ':'
                   PGCTB-STARTTIME(5:2) '    '
                   '           *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '* Version..: ' PGCTB-VERSION
                   '*'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*                       -----              '
                   '        *'
           DISPLAY '*      Gnu-Cobol VERSION ' SQLCA-COBVERSION
                   '      *'
           DISPLAY '*                       -----              '
                   '        *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*  ENVIRONMENT..: ' PGCTB-ENV-CODE ' *'
           DISPLAY '*  DBHOST.......: ' SQLCA-HOST ' *'
           DISPLAY '*  DBUSER.......: ' SQLCA-USER ' *'
           DISPLAY '*  DBPASSWD.....: ' SQLCA-PASSWD ' *'
           DISPLAY '*  DBNAME.......: ' SQLCA-DBNAME ' *'
           DISPLAY '*  DBPORT.......: ' SQLCA-PORT
           '                            *'
           DISPLAY '*  DBSOCKET.....: ' SQLCA-SOCKET ' *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * Suite-control gate: read the stamp off the Equipe extract's
      * HDR and refuse to start unless majequip brought the master
      * up to that same stamp clean - edits made against a stale
      * master would let a duplicate add or a retired team through.
           PERFORM PGCTB-SUITE-GET-STAMP
           PERFORM PGCTB-SUITE-CHECK-PRED
           PERFORM PGCTB-SUITE-REG-START
      *
      * Initialize the database connection
           MOVE 2             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       INIT DB
              CALL "MySQL_init"  USING SQLCA-CID
              END-CALL
              MOVE RETURN-CODE    TO SQLCODE
      *    END-EXEC.
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              SET DB-OK              TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE

           MOVE 3             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       CONNECT DB
              CALL "MySQL_real_connect" USING
                                        SQLCA-HOST
                                        SQLCA-USER
                                        SQLCA-PASSWD
                                        SQLCA-DBNAME
                                        SQLCA-PORT
                                        SQLCA-SOCKET
              END-CALL
              MOVE RETURN-CODE    TO SQLCODE
      *    END-EXEC.
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN DB-NOT-FOUND
              SET DB-OK              TO TRUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
      * Now execute the user's code
           PERFORM PGCTB-ACTION
      *
      * Any errors?
           PERFORM DB-STATUS
      *
      * Commit the work
           MOVE 4             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       COMMIT
              CALL "MySQL_commit"
              END-CALL
              MOVE RETURN-CODE    TO SQLCODE
              IF RETURN-CODE NOT = 0 THEN
                 PERFORM DB-STATUS
              END-IF
      *    END-EXEC.
      *
      * We're done, now close the database and stop the program
           MOVE 5             TO SQLCA-SEQUENCE
      *    EXEC SQL
      *        CLOSE DB
               CALL "MySQL_close"
               END-CALL
               MOVE RETURN-CODE    TO SQLCODE
      *    END-EXEC.
           PERFORM DB-STATUS
      *
           ACCEPT PGCTB-DATE                FROM DATE
           ACCEPT PGCTB-ENDTIME             FROM TIME
           DISPLAY '*******************************************'
                   '*********'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*       Start..: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-STARTTIME(1:2) ':' PGCTB-STARTTIME(3:2) ':'
                   PGCTB-STARTTIME(5:2) '    '
                   '           *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*       End....: 20' PGCTB-DATE(1:2) '-'
                   PGCTB-DATE(3:2) '-' PGCTB-DATE(5:2) ' '
                   PGCTB-ENDTIME(1:2) ':' PGCTB-ENDTIME(3:2) ':'
                   PGCTB-ENDTIME(5:2) '    '
                   '           *'
           DISPLAY '*                                          '
                   '        *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * The good transactions are committed either way; any reject
      * ends the step with its own code (30) so the office knows
      * part of the file still needs their attention.
           IF PGCTB-SAI-REJECT-COUNT > 0
              MOVE 30                   TO PGCTB-SUITE-END-RC
           ELSE
              MOVE 0                    TO PGCTB-SUITE-END-RC
           END-IF
           PERFORM PGCTB-SUITE-REG-END
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
           MOVE PGCTB-SUITE-END-RC      TO RETURN-CODE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
       PGCTB-STATUS SECTION.
           IF PGCTB-ERROR
              IF PGCTB-ERROR-MESSAGE = SPACES
                 STRING PGCTB-PROGRAM-NAME    DELIMITED BY SIZE
                        ': PGCTB-STATUS-FLD ' DELIMITED BY SIZE
                         PGCTB-STATUS-FLD     DELIMITED BY SIZE
                         ' is set!'         DELIMITED BY SIZE
                                   INTO PGCTB-ERROR-MESSAGE
              END-IF
              PERFORM PGCTB-DISPLAY-ERROR
              PERFORM PGCTB-LOG-ERROR
      *
      * Rollback the work
              MOVE 6             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
               CALL "MySQL_rollback"
               END-CALL
               MOVE RETURN-CODE    TO SQLCODE
      *       END-EXEC.
              MOVE PGCTB-RETURN-CODE       TO PGCTB-SUITE-END-RC
              PERFORM PGCTB-SUITE-REG-END
              MOVE PGCTB-RETURN-CODE       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       PGCTB-STATUS-EXIT.
           EXIT.
      *************************************************************************
       PGCTB-DISPLAY-ERROR SECTION.
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '* E R R O R * E R R O R * E R R O R * E R R'
                   ' O R * E R R O R * E R R O R *'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '** ' PGCTB-ERROR-MESSAGE ' **'
           DISPLAY '***                                        '
                   '                           ***'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '* E R R O R * E R R O R * E R R O R * E R R'
                   ' O R * E R R O R * E R R O R *'
           DISPLAY '*******************************************'
                   '******************************'
           DISPLAY '*      D A T A B A S E   W O R K   U N I T '
                   '  R O L L E D    B A C K     *'
           DISPLAY '*******************************************'
                   '******************************'
           .
       PGCTB-DISPLAY-ERROR-EXIT.
           EXIT.
      *************************************************************************
      * Appends PGCTB-ERROR-MESSAGE, timestamped and tagged with the
      * SQLCA-SEQUENCE step number, to the dated error-log file. The
      * file is opened EXTEND on first use so a day's errors pile up
      * in one place; if it doesn't exist yet (status '35') it is
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
           MOVE SQLCA-SEQUENCE               TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
      *************************************************************************
       DB-STATUS SECTION.
           IF SQLCODE NOT = 0
              CALL "MySQL_errno" USING PGCTB-ERRNO
              END-CALL
              DISPLAY 'ERRNO: ' PGCTB-ERRNO
              CALL "MySQL_error" USING PGCTB-ERROR-MESSAGE
              END-CALL
              DISPLAY PGCTB-ERROR-MESSAGE
              MOVE SPACES                      TO PGCTB-ERROR-MESSAGE
              STRING  'DB-STATUS: Program '     DELIMITED BY SIZE
                      PGCTB-PROGRAM-NAME         DELIMITED BY SIZE
                      ' SQLCODE='             DELIMITED BY SIZE
                      SQLCODE                  DELIMITED BY SIZE
                      '   SQLCA-SEQUENCE='     DELIMITED BY SIZE
                      SQLCA-SEQUENCE           DELIMITED BY SIZE
                      ' '                      DELIMITED BY SIZE
                                               INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-DISPLAY-ERROR
              PERFORM PGCTB-LOG-ERROR
      *
      * Rollback the work
              MOVE 7             TO SQLCA-SEQUENCE
      *       EXEC SQL
      *          ROLLBACK
               CALL "MySQL_rollback"
               END-CALL
               MOVE RETURN-CODE    TO SQLCODE
      *       END-EXEC.
              MOVE 3                       TO PGCTB-SUITE-END-RC
              PERFORM PGCTB-SUITE-REG-END
              MOVE 3                       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       DB-STATUS-EXIT.
           EXIT.
      ******************************************************************
      *  P G C T B - A C T I O N   S E C T I O N                       *
      ******************************************************************
       PGCTB-ACTION SECTION.
      *
           DISPLAY 'In PGCTB-ACTION.'
      *
           PERFORM PGCTB-SAI-OPEN-FILES
           PERFORM PGCTB-SAI-READ-TRANS
              UNTIL PGCTB-SAI-EOF
           PERFORM PGCTB-SAI-WRITE-TOTALS
      *
           IF NOT PGCTB-SAI-TRANS-ABSENT
              CLOSE PGCTB-TRANS-FILE
           END-IF
           CLOSE PGCTB-EQMST-FILE
           CLOSE PGCTB-REJET-FILE
           .
       PGCTB-ACTION-EXIT.
           EXIT.
      *************************************************************************
      * Opens the transaction file, the master (read-only - it is
      * majequip's to update) and the reject report. The office
      * does not send EQTRANS on a night with nothing to key, so
      * a missing file is an ordinary run with no transactions.
       PGCTB-SAI-OPEN-FILES SECTION.
           MOVE 8             TO SQLCA-SEQUENCE
           OPEN INPUT PGCTB-TRANS-FILE
           IF PGCTB-TRANS-STATUS = '35'
              SET PGCTB-SAI-TRANS-ABSENT  TO TRUE
              SET PGCTB-SAI-EOF           TO TRUE
           ELSE
              IF PGCTB-TRANS-STATUS NOT = '00'
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Unable to open team transaction file, '
                                           DELIMITED BY SIZE
                        'status '          DELIMITED BY SIZE
                        PGCTB-TRANS-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
           END-IF
      *
           OPEN INPUT PGCTB-EQMST-FILE
           IF PGCTB-EQMST-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open Equipe master, status '
                                           DELIMITED BY SIZE
                     PGCTB-EQMST-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           OPEN OUTPUT PGCTB-REJET-FILE
           IF PGCTB-REJET-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open reject report, status '
                                           DELIMITED BY SIZE
                     PGCTB-REJET-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE SPACES                    TO PGCTB-SAI-RPT-LINE
           STRING 'TEAM TRANSACTION REJECTS - RUN 20' DELIMITED BY SIZE
                  PGCTB-DATE(1:2) '-' PGCTB-DATE(3:2) '-'
                  PGCTB-DATE(5:2) ' ' DELIMITED BY SIZE
                  PGCTB-STARTTIME(1:2) ':' PGCTB-STARTTIME(3:2)
                                           DELIMITED BY SIZE
                  '  ENV ' DELIMITED BY SIZE
                  PGCTB-ENV-CODE          DELIMITED BY SIZE
                  INTO PGCTB-SAI-RPT-LINE
           PERFORM PGCTB-SAI-WRITE-REJET
           MOVE SPACES                    TO PGCTB-SAI-RPT-LINE
           STRING 'RSN ACT NOEQUIPE  REASON / TRANSACTION'
                                           DELIMITED BY SIZE
                  INTO PGCTB-SAI-RPT-LINE
           PERFORM PGCTB-SAI-WRITE-REJET
           IF PGCTB-SAI-TRANS-ABSENT
              MOVE 'No team transactions this run'
                                          TO PGCTB-SAI-RPT-LINE
              PERFORM PGCTB-SAI-WRITE-REJET
              DISPLAY PGCTB-SAI-RPT-LINE
           END-IF
           .
       PGCTB-SAI-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * One trip around the read loop - edits the next transaction
      * and either applies it or rejects it.
       PGCTB-SAI-READ-TRANS SECTION.
           READ PGCTB-TRANS-FILE
              AT END
                 SET PGCTB-SAI-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-TRANS-RECORD NOT = SPACES
                    ADD 1                TO PGCTB-SAI-READ-COUNT
                    PERFORM PGCTB-SAI-EDIT-TRANS
                    IF PGCTB-SAI-REASON = SPACES
                       PERFORM PGCTB-SAI-APPLY-TRANS
                    ELSE
                       PERFORM PGCTB-SAI-REJECT-TRANS
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-SAI-READ-TRANS-EXIT.
           EXIT.
      *************************************************************************
      * The edits, in the order an office clerk would fix them - a
      * malformed record first, then what the master says about
      * the team. The first failing edit is the reason reported.
       PGCTB-SAI-EDIT-TRANS SECTION.
           MOVE 9             TO SQLCA-SEQUENCE
           MOVE SPACES                    TO PGCTB-SAI-REASON
           MOVE SPACES                    TO PGCTB-SAI-REASON-TEXT
           EVALUATE TRUE
           WHEN NOT PGCTB-TRR-ADD
                AND NOT PGCTB-TRR-NOM
                AND NOT PGCTB-TRR-VIL
              MOVE 'R01'                  TO PGCTB-SAI-REASON
              MOVE 'unknown action code'  TO PGCTB-SAI-REASON-TEXT
           WHEN PGCTB-TRR-NOEQUIPE NOT NUMERIC
              OR PGCTB-TRR-NOEQUIPE-N = ZERO
              MOVE 'R02'                  TO PGCTB-SAI-REASON
              MOVE 'NoEquipe missing or not numeric'
                                          TO PGCTB-SAI-REASON-TEXT
           WHEN (PGCTB-TRR-ADD OR PGCTB-TRR-NOM)
                AND PGCTB-TRR-NOMEQUIPE = SPACES
              MOVE 'R03'                  TO PGCTB-SAI-REASON
              MOVE 'NomEquipe is blank'   TO PGCTB-SAI-REASON-TEXT
           WHEN (PGCTB-TRR-ADD OR PGCTB-TRR-VIL)
                AND PGCTB-TRR-VILLE = SPACES
              MOVE 'R04'                  TO PGCTB-SAI-REASON
              MOVE 'Ville is blank'       TO PGCTB-SAI-REASON-TEXT
           WHEN OTHER
              PERFORM PGCTB-SAI-EDIT-MASTER
           END-EVALUATE
           .
       PGCTB-SAI-EDIT-TRANS-EXIT.
           EXIT.
      *
      * The edits against the master, for a well-formed record.
       PGCTB-SAI-EDIT-MASTER SECTION.
           PERFORM PGCTB-SAI-LOOKUP-TEAM
           EVALUATE TRUE
           WHEN PGCTB-TRR-ADD
              IF PGCTB-SAI-ONFILE OR PGCTB-SAI-ADDED
                 MOVE 'R05'               TO PGCTB-SAI-REASON
                 MOVE 'NoEquipe already exists'
                                          TO PGCTB-SAI-REASON-TEXT
              END-IF
           WHEN NOT PGCTB-SAI-ONFILE AND NOT PGCTB-SAI-ADDED
              MOVE 'R06'                  TO PGCTB-SAI-REASON
              MOVE 'NoEquipe not on Equipe master'
                                          TO PGCTB-SAI-REASON-TEXT
           WHEN PGCTB-TRR-NOM
                AND PGCTB-SAI-ONFILE
                AND PGCTB-EQM-DROPPED
              MOVE 'R07'                  TO PGCTB-SAI-REASON
              MOVE 'rename of a team flagged D'
                                          TO PGCTB-SAI-REASON-TEXT
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           .
       PGCTB-SAI-EDIT-MASTER-EXIT.
           EXIT.
      *
      * Keyed READ on the master, plus a look through this run's
      * own adds.
       PGCTB-SAI-LOOKUP-TEAM SECTION.
           MOVE SPACE                     TO PGCTB-SAI-ONFILE-FLAG
           MOVE PGCTB-TRR-NOEQUIPE-N      TO PGCTB-EQM-NOEQUIPE
           READ PGCTB-EQMST-FILE
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              SET PGCTB-SAI-ONFILE        TO TRUE
           WHEN '23'
              CONTINUE
           WHEN OTHER
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Equipe master I/O failure, status '
                                           DELIMITED BY SIZE
                     PGCTB-EQMST-STATUS    DELIMITED BY SIZE
                     ' at key '            DELIMITED BY SIZE
                     PGCTB-EQM-NOEQUIPE    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-EVALUATE
      *
           MOVE SPACE                     TO PGCTB-SAI-ADDED-FLAG
           PERFORM PGCTB-SAI-SCAN-ADDED
              VARYING PGCTB-SAI-ADD-IDX FROM 1 BY 1
              UNTIL PGCTB-SAI-ADD-IDX > PGCTB-SAI-ADD-COUNT
                 OR PGCTB-SAI-ADDED
           .
       PGCTB-SAI-LOOKUP-TEAM-EXIT.
           EXIT.
      *
       PGCTB-SAI-SCAN-ADDED SECTION.
           IF PGCTB-SAT-NOEQUIPE (PGCTB-SAI-ADD-IDX)
                                       = PGCTB-TRR-NOEQUIPE-N
              SET PGCTB-SAI-ADDED         TO TRUE
           END-IF
           .
       PGCTB-SAI-SCAN-ADDED-EXIT.
           EXIT.
      *************************************************************************
      * Applies one transaction that passed every edit to the Equipe
      * table, and logs it. The whole run is one unit of work,
      * committed by the mainline once the file is exhausted.
       PGCTB-SAI-APPLY-TRANS SECTION.
           EVALUATE TRUE
           WHEN PGCTB-TRR-ADD
              PERFORM PGCTB-SAI-BUILD-ADD
           WHEN PGCTB-TRR-NOM
              PERFORM PGCTB-SAI-BUILD-NOM
           WHEN OTHER
              PERFORM PGCTB-SAI-BUILD-VIL
           END-EVALUATE
           PERFORM PGCTB-SPLIT-SQL-TEXT
      *
           MOVE 10            TO SQLCA-SEQUENCE
      *    EXEC SQL
      *       EXECUTE IMMEDIATE
            CALL 'MySQL_query' USING SQLCA-STATEMENT
            END-CALL
            MOVE RETURN-CODE TO SQLCODE
      *    END-EXEC.
           EVALUATE TRUE
           WHEN DB-OK
              CONTINUE
           WHEN OTHER
              PERFORM DB-STATUS
           END-EVALUATE
      *
      * An add joins this run's table so a later transaction in the
      * same file sees it.
           IF PGCTB-TRR-ADD
              IF PGCTB-SAI-ADD-COUNT NOT < PGCTB-SAI-ADD-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Transaction file exceeds the team add'
                                           DELIMITED BY SIZE
                        ' table capacity'  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-SAI-ADD-COUNT
              MOVE PGCTB-TRR-NOEQUIPE-N   TO PGCTB-SAT-NOEQUIPE
                                             (PGCTB-SAI-ADD-COUNT)
           END-IF
      *
           ADD 1                          TO PGCTB-SAI-APPLIED-COUNT
           DISPLAY 'Applied ' PGCTB-TRR-ACTION ' ' PGCTB-TRR-NOEQUIPE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Applied '              DELIMITED BY SIZE
                  PGCTB-TRR-ACTION        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-NOMEQUIPE     DELIMITED BY SIZE
                  ' / '                   DELIMITED BY SIZE
                  PGCTB-TRR-VILLE         DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           PERFORM PGCTB-LOG-ERROR
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           .
       PGCTB-SAI-APPLY-TRANS-EXIT.
           EXIT.
      *************************************************************************
      * Writes the reject line with its reason code and logs the
      * same to the error log.
       PGCTB-SAI-REJECT-TRANS SECTION.
           MOVE 11            TO SQLCA-SEQUENCE
           ADD 1                          TO PGCTB-SAI-REJECT-COUNT
           MOVE SPACES                    TO PGCTB-SAI-RPT-LINE
           STRING PGCTB-SAI-REASON        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-ACTION        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SAI-REASON-TEXT   DELIMITED BY SIZE
                  INTO PGCTB-SAI-RPT-LINE
           PERFORM PGCTB-SAI-WRITE-REJET
           MOVE SPACES                    TO PGCTB-SAI-RPT-LINE
           STRING '                  '    DELIMITED BY SIZE
                  PGCTB-TRR-NOMEQUIPE     DELIMITED BY SIZE
                  ' / '                   DELIMITED BY SIZE
                  PGCTB-TRR-VILLE         DELIMITED BY SIZE
                  INTO PGCTB-SAI-RPT-LINE
           PERFORM PGCTB-SAI-WRITE-REJET
      *
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Rejected '             DELIMITED BY SIZE
                  PGCTB-SAI-REASON        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-ACTION        DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SAI-REASON-TEXT   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           PERFORM PGCTB-LOG-ERROR
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           .
       PGCTB-SAI-REJECT-TRANS-EXIT.
           EXIT.
      *
       PGCTB-SAI-WRITE-REJET SECTION.
           MOVE PGCTB-SAI-RPT-LINE        TO PGCTB-REJET-RECORD
           WRITE PGCTB-REJET-RECORD
           .
       PGCTB-SAI-WRITE-REJET-EXIT.
           EXIT.
      *
      * Closes the reject report with the run totals.
       PGCTB-SAI-WRITE-TOTALS SECTION.
           MOVE SPACES                    TO PGCTB-SAI-RPT-LINE
           STRING 'TOTALS read=' DELIMITED BY SIZE
                  PGCTB-SAI-READ-COUNT    DELIMITED BY SIZE
                  ' applied=' DELIMITED BY SIZE
                  PGCTB-SAI-APPLIED-COUNT DELIMITED BY SIZE
                  ' rejected=' DELIMITED BY SIZE
                  PGCTB-SAI-REJECT-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-SAI-RPT-LINE
           PERFORM PGCTB-SAI-WRITE-REJET
           DISPLAY PGCTB-SAI-RPT-LINE
           .
       PGCTB-SAI-WRITE-TOTALS-EXIT.
           EXIT.
      *************************************************************************
      * Builds the INSERT for a new franchise. Both text values are
      * trimmed and quote-escaped before they go between the
      * SQLCA-QUOTE delimiters.
       PGCTB-SAI-BUILD-ADD SECTION.
           MOVE PGCTB-TRR-NOMEQUIPE       TO PGCTB-VALUE-WORK
           PERFORM PGCTB-TRIM-VALUE
           PERFORM PGCTB-ESCAPE-VALUE
           MOVE PGCTB-VALUE-ESC           TO PGCTB-NOM-ESC
           MOVE PGCTB-VALUE-ESC-LEN       TO PGCTB-NOM-ESC-LEN
           MOVE PGCTB-TRR-VILLE           TO PGCTB-VALUE-WORK
           PERFORM PGCTB-TRIM-VALUE
           PERFORM PGCTB-ESCAPE-VALUE
      *
           MOVE SPACES                    TO PGCTB-SQL-TEXT
           MOVE 1                         TO PGCTB-SQL-PTR
           STRING 'INSERT INTO Equipe (NoEquipe, NomEquipe, Ville)'
                  DELIMITED BY SIZE
                  ' VALUES ('             DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  ', '                    DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  PGCTB-NOM-ESC(1:PGCTB-NOM-ESC-LEN)
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  ', '                    DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  PGCTB-VALUE-ESC(1:PGCTB-VALUE-ESC-LEN)
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  ')'                     DELIMITED BY SIZE
                  INTO PGCTB-SQL-TEXT
                  WITH POINTER PGCTB-SQL-PTR
           .
       PGCTB-SAI-BUILD-ADD-EXIT.
           EXIT.
      *
      * Builds the UPDATE for a rename.
       PGCTB-SAI-BUILD-NOM SECTION.
           MOVE PGCTB-TRR-NOMEQUIPE       TO PGCTB-VALUE-WORK
           PERFORM PGCTB-TRIM-VALUE
           PERFORM PGCTB-ESCAPE-VALUE
           MOVE SPACES                    TO PGCTB-SQL-TEXT
           MOVE 1                         TO PGCTB-SQL-PTR
           STRING 'UPDATE Equipe SET NomEquipe = '
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  PGCTB-VALUE-ESC(1:PGCTB-VALUE-ESC-LEN)
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  ' WHERE NoEquipe = '    DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  INTO PGCTB-SQL-TEXT
                  WITH POINTER PGCTB-SQL-PTR
           .
       PGCTB-SAI-BUILD-NOM-EXIT.
           EXIT.
      *
      * Builds the UPDATE for a relocation.
       PGCTB-SAI-BUILD-VIL SECTION.
           MOVE PGCTB-TRR-VILLE           TO PGCTB-VALUE-WORK
           PERFORM PGCTB-TRIM-VALUE
           PERFORM PGCTB-ESCAPE-VALUE
           MOVE SPACES                    TO PGCTB-SQL-TEXT
           MOVE 1                         TO PGCTB-SQL-PTR
           STRING 'UPDATE Equipe SET Ville = '
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  PGCTB-VALUE-ESC(1:PGCTB-VALUE-ESC-LEN)
                                          DELIMITED BY SIZE
                  SQLCA-QUOTE             DELIMITED BY SIZE
                  ' WHERE NoEquipe = '    DELIMITED BY SIZE
                  PGCTB-TRR-NOEQUIPE      DELIMITED BY SIZE
                  INTO PGCTB-SQL-TEXT
                  WITH POINTER PGCTB-SQL-PTR
           .
       PGCTB-SAI-BUILD-VIL-EXIT.
           EXIT.
      *************************************************************************
      * Computes the trimmed length of PGCTB-VALUE-WORK into
      * PGCTB-VALUE-LEN (right-hand pad spaces only), so the value
      * can be STRINGed in DELIMITED BY SIZE without its padding and
      * a multi-word name is not cut at its first embedded space.
       PGCTB-TRIM-VALUE SECTION.
           MOVE 50                        TO PGCTB-VALUE-LEN
           PERFORM PGCTB-TRIM-VALUE-SCAN
              VARYING PGCTB-VALUE-LEN FROM 50 BY -1
              UNTIL PGCTB-VALUE-LEN = 0
                 OR PGCTB-VALUE-WORK(PGCTB-VALUE-LEN:1) NOT = SPACE
           .
       PGCTB-TRIM-VALUE-EXIT.
           EXIT.
      * No-op body - PGCTB-VALUE-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-TRIM-VALUE-SCAN SECTION.
           CONTINUE
           .
       PGCTB-TRIM-VALUE-SCAN-EXIT.
           EXIT.
      *************************************************************************
      * Doubles embedded SQLCA-QUOTE characters in
      * PGCTB-VALUE-WORK(1:PGCTB-VALUE-LEN), leaving the escaped,
      * still-unquoted value in PGCTB-VALUE-ESC(1:PGCTB-VALUE-ESC-LEN).
       PGCTB-ESCAPE-VALUE SECTION.
           MOVE SPACES                    TO PGCTB-VALUE-ESC
           MOVE 0                         TO PGCTB-VALUE-ESC-LEN
           PERFORM PGCTB-ESCAPE-VALUE-CHAR
              VARYING PGCTB-VALUE-IDX FROM 1 BY 1
              UNTIL PGCTB-VALUE-IDX > PGCTB-VALUE-LEN
           .
       PGCTB-ESCAPE-VALUE-EXIT.
           EXIT.
      *
      * Copies one source character, doubling it first if it is a
      * quote, and advances PGCTB-VALUE-ESC-LEN by however many
      * characters were just written.
       PGCTB-ESCAPE-VALUE-CHAR SECTION.
           IF PGCTB-VALUE-WORK(PGCTB-VALUE-IDX:1) = SQLCA-QUOTE
              ADD 1                       TO PGCTB-VALUE-ESC-LEN
              MOVE SQLCA-QUOTE            TO PGCTB-VALUE-ESC
                                             (PGCTB-VALUE-ESC-LEN:1)
           END-IF
           ADD 1                          TO PGCTB-VALUE-ESC-LEN
           MOVE PGCTB-VALUE-WORK(PGCTB-VALUE-IDX:1)
                                          TO PGCTB-VALUE-ESC
                                             (PGCTB-VALUE-ESC-LEN:1)
           .
       PGCTB-ESCAPE-VALUE-CHAR-EXIT.
           EXIT.
      *************************************************************************
      * Chops PGCTB-SQL-TEXT into 25-byte SQLCA-STAT-LINE occurrences
      * the way MySQL_query expects, leaving the unused tail as
      * LOW-VALUES.
       PGCTB-SPLIT-SQL-TEXT SECTION.
           MOVE LOW-VALUES                TO SQLCA-STATEMENT
           MOVE 1                         TO PGCTB-SQL-POS
           PERFORM PGCTB-SPLIT-SQL-LINE
               VARYING PGCTB-SQL-IDX FROM 1 BY 1
               UNTIL PGCTB-SQL-IDX > 80
                  OR PGCTB-SQL-POS >= PGCTB-SQL-PTR
           .
       PGCTB-SPLIT-SQL-TEXT-EXIT.
           EXIT.
      *
       PGCTB-SPLIT-SQL-LINE SECTION.
           MOVE PGCTB-SQL-TEXT (PGCTB-SQL-POS:25)
                                           TO SQLCA-STAT-LINE
                                              (PGCTB-SQL-IDX)
           ADD 25                         TO PGCTB-SQL-POS
           .
       PGCTB-SPLIT-SQL-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - the ENV-CODE alone - directly
      * off the command line.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
           .
       PGCTB-READ-RUN-PARM-EXIT.
           EXIT.
      *************************************************************************
      * Suite-control gate. The stamp is the Equipe extract HDR's
      * own date/time - the tag the whole nightly chain registers
      * under. An extract that cannot yield a stamp is refused
      * outright with the gate's own code (24).
       PGCTB-SUITE-GET-STAMP SECTION.
           OPEN INPUT PGCTB-EXTRACT-FILE
           IF PGCTB-EXTRACT-STATUS NOT = '00'
              MOVE 24                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Suite gate: extract unreadable, status '
                                           DELIMITED BY SIZE
                     PGCTB-EXTRACT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE SPACES                    TO PGCTB-SUITE-HDR-WORK
           READ PGCTB-EXTRACT-FILE INTO PGCTB-SUITE-HDR-WORK
              AT END
                 CONTINUE
           END-READ
           CLOSE PGCTB-EXTRACT-FILE
           IF PGCTB-SHW-TAG = 'HDR'
              MOVE PGCTB-SHW-DATE         TO PGCTB-SUITE-STAMP-DATE
              MOVE PGCTB-SHW-TIME         TO PGCTB-SUITE-STAMP-TIME
           ELSE
              MOVE 24                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Suite gate: extract carries no HDR stamp'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-SUITE-GET-STAMP-EXIT.
           EXIT.
      *
      * Refuses to start unless the predecessor registered a clean
      * end on this same stamp - the chain's run order, enforced by
      * the steps themselves.
       PGCTB-SUITE-CHECK-PRED SECTION.
           OPEN INPUT PGCTB-SUICTL-FILE
           IF PGCTB-SUICTL-STATUS = '00'
              PERFORM PGCTB-SUITE-READ-PRED
                 UNTIL PGCTB-SUITE-EOF
              CLOSE PGCTB-SUICTL-FILE
           END-IF
           IF NOT PGCTB-SUITE-PRED-OK
              MOVE 24                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Suite gate refusal: '
                                           DELIMITED BY SIZE
                     PGCTB-SUITE-PRED-NAME DELIMITED BY SIZE
                     ' has no clean end on extract stamp '
                                           DELIMITED BY SIZE
                     PGCTB-SUITE-STAMP-DATE DELIMITED BY SIZE
                     ' '                   DELIMITED BY SIZE
                     PGCTB-SUITE-STAMP-TIME DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-SUITE-CHECK-PRED-EXIT.
           EXIT.
      *
       PGCTB-SUITE-READ-PRED SECTION.
           READ PGCTB-SUICTL-FILE
              AT END
                 SET PGCTB-SUITE-EOF     TO TRUE
              NOT AT END
                 IF PGCTB-SCR-PROGRAM = PGCTB-SUITE-PRED-NAME
                    AND PGCTB-SCR-PHASE = 'END'
                    AND PGCTB-SCR-STAMP-DATE = PGCTB-SUITE-STAMP-DATE
                    AND PGCTB-SCR-STAMP-TIME = PGCTB-SUITE-STAMP-TIME
                    AND PGCTB-SCR-RC = '000'
                    SET PGCTB-SUITE-PRED-OK TO TRUE
                 END-IF
           END-READ
           .
       PGCTB-SUITE-READ-PRED-EXIT.
           EXIT.
      *
       PGCTB-SUITE-REG-START SECTION.
           MOVE SPACES                    TO PGCTB-SUICTL-RECORD
           MOVE PGCTB-PROGRAM-NAME        TO PGCTB-SCR-PROGRAM
           MOVE 'STR'                     TO PGCTB-SCR-PHASE
           MOVE PGCTB-SUITE-STAMP-DATE    TO PGCTB-SCR-STAMP-DATE
           MOVE PGCTB-SUITE-STAMP-TIME    TO PGCTB-SCR-STAMP-TIME
           MOVE ZERO                      TO PGCTB-SCR-RC
           PERFORM PGCTB-SUITE-APPEND
           .
       PGCTB-SUITE-REG-START-EXIT.
           EXIT.
      *
      * Written once per run, from whichever path ends the job -
      * the write-once flag makes the extra calls no-ops.
       PGCTB-SUITE-REG-END SECTION.
           IF NOT PGCTB-SUITE-END-WRITTEN
              SET PGCTB-SUITE-END-WRITTEN TO TRUE
              MOVE SPACES                 TO PGCTB-SUICTL-RECORD
              MOVE PGCTB-PROGRAM-NAME     TO PGCTB-SCR-PROGRAM
              MOVE 'END'                  TO PGCTB-SCR-PHASE
              MOVE PGCTB-SUITE-STAMP-DATE TO PGCTB-SCR-STAMP-DATE
              MOVE PGCTB-SUITE-STAMP-TIME TO PGCTB-SCR-STAMP-TIME
              MOVE PGCTB-SUITE-END-RC     TO PGCTB-SCR-RC
              PERFORM PGCTB-SUITE-APPEND
           END-IF
           .
       PGCTB-SUITE-REG-END-EXIT.
           EXIT.
      *
      * Appends the registration built in the record area, wall-
      * stamped, creating the file on first use the way the error
      * log is created. An unwritable control file is said on the
      * console but never turned into another error - a failing job
      * must still be able to report its own failure - and the gate
      * downstream refuses on the missing record anyway.
       PGCTB-SUITE-APPEND SECTION.
           ACCEPT PGCTB-SCR-WALL-DATE     FROM DATE
           ACCEPT PGCTB-SCR-WALL-TIME     FROM TIME
           OPEN EXTEND PGCTB-SUICTL-FILE
           IF PGCTB-SUICTL-STATUS = '35'
              OPEN OUTPUT PGCTB-SUICTL-FILE
           END-IF
           IF PGCTB-SUICTL-STATUS NOT = '00'
              DISPLAY 'Suite-control record not written, status '
                      PGCTB-SUICTL-STATUS
           ELSE
              WRITE PGCTB-SUICTL-RECORD
              CLOSE PGCTB-SUICTL-FILE
           END-IF
           .
       PGCTB-SUITE-APPEND-EXIT.
           EXIT.
