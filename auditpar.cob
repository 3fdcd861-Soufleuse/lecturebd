      ****************************************************************
      * Audit d'integrite des resultats de parties (PEXTRACT) contre
      * le maitre EQUIPMST, avant que le classement ne soit bati.
      *
      * classemt fait confiance a chaque DET de PEXTRACT: une
      * mauvaise rangee Partie passe directement dans les points,
      * ou s'imprime sous "ville inconnue" sans revue. Cette etape
      * roule entre lecturpa et classemt et signale:
      *   - A01 un NoPartie en double;
      *   - A02 une partie ou l'hote est aussi le visiteur;
      *   - A03 une equipe inscrite a deux parties le meme jour;
      *   - A04 une equipe absente du maitre EQUIPMST;
      *   - A05 une equipe retiree ('D') au maitre;
      *   - A06 une DatePartie illisible qui porte un pointage;
      *   - A07 une DatePartie future qui porte un pointage;
      *   - A08 un pointage au-dela du seuil du PARM;
      *   - A09 une DatePartie hors sequence (l'extract sort en
      *     ordre de DatePartie - le controle A03 en depend);
      *   - A10 un DET illisible (cle ou equipe non numerique).
      * Ecrit un rapport d'exceptions AUDRPT et termine avec un
      * code retour distinct (34) pour que l'ordonnanceur retienne
      * le classement jusqu'a correction par le bureau.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. auditpar.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The game-results extract lecturpa wrote.
           SELECT PGCTB-PEXTRACT-FILE   ASSIGN TO "PEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PEXTRACT-STATUS.
      *
      * The keyed Equipe master majequip maintains.
           SELECT PGCTB-EQMST-FILE      ASSIGN TO "EQUIPMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-EQM-NOEQUIPE
                  FILE STATUS IS PGCTB-EQMST-STATUS.
      *
      * Exception report - one line per flagged game, then the
      * totals by check and the verdict.
           SELECT PGCTB-AUDRPT-FILE     ASSIGN TO "AUDRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-AUDRPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to.
           SELECT PGCTB-ERRLOG-FILE     ASSIGN TO "ERRLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * The Equipe extract lecturbd wrote - read only for its HDR
      * stamp, the tag the whole nightly chain registers under.
           SELECT PGCTB-EXTRACT-FILE    ASSIGN TO "EXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-EXTRACT-STATUS.
      *
      * Suite-control file - every nightly PGCTBnnn step registers
      * its start, end and return code here; this step refuses to
      * start unless lecturpa completed clean on the same stamp.
           SELECT PGCTB-SUICTL-FILE     ASSIGN TO "SUITECTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PGCTB-PEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PEXTRACT-RECORD         PIC X(132).
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
       FD  PGCTB-AUDRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-AUDRPT-RECORD           PIC X(132).
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
HISTOR     VALUE '20261015 1.0 INITIAL RELEASE'.
      *
      * Audit step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE - each check logs under
      * its own number so the daily digest can group on it.
       01  PGCTB-AUD-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of a results extract record, examined through
      * the same layout lecturpa writes.
       01  PGCTB-AUD-PWORK                PIC X(132).
       01  PGCTB-AUD-PDET REDEFINES PGCTB-AUD-PWORK.
           05  PGCTB-APW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-NOPARTIE        PIC X(09).
           05  PGCTB-APW-NOPARTIE-N REDEFINES PGCTB-APW-NOPARTIE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-NOEQHOTE        PIC X(09).
           05  PGCTB-APW-NOEQHOTE-N REDEFINES PGCTB-APW-NOEQHOTE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-NOEQVISIT       PIC X(09).
           05  PGCTB-APW-NOEQVISIT-N REDEFINES PGCTB-APW-NOEQVISIT
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-BUTSHOTE        PIC X(03).
           05  PGCTB-APW-BUTSHOTE-N REDEFINES PGCTB-APW-BUTSHOTE
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-BUTSVISIT       PIC X(03).
           05  PGCTB-APW-BUTSVISIT-N REDEFINES PGCTB-APW-BUTSVISIT
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-APW-DATEPARTIE      PIC X(10).
           05  FILLER                    PIC X(80).
      *
      * DatePartie as the DB hands it over, YYYY-MM-DD.
       01  PGCTB-AUD-DATE-WORK            PIC X(10).
       01  PGCTB-AUD-DATE-PARTS REDEFINES PGCTB-AUD-DATE-WORK.
           05  PGCTB-AUD-DP-YYYY         PIC X(04).
           05  PGCTB-AUD-DP-YYYY-N REDEFINES PGCTB-AUD-DP-YYYY
                                          PIC 9(04).
           05  PGCTB-AUD-DP-SEP1         PIC X(01).
           05  PGCTB-AUD-DP-MM           PIC X(02).
           05  PGCTB-AUD-DP-MM-N REDEFINES PGCTB-AUD-DP-MM
                                          PIC 9(02).
           05  PGCTB-AUD-DP-SEP2         PIC X(01).
           05  PGCTB-AUD-DP-DD           PIC X(02).
           05  PGCTB-AUD-DP-DD-N REDEFINES PGCTB-AUD-DP-DD
                                          PIC 9(02).
      *
      * The game's date and today's, both as CCYYMMDD, for the
      * future-date test.
       01  PGCTB-AUD-GAME-YMD             PIC 9(08).
       01  PGCTB-AUD-TODAY-YMD            PIC 9(08).
       01  PGCTB-AUD-DATE-OK-FLAG         PIC X(01).
           88  PGCTB-AUD-DATE-OK          VALUE 'Y'.
       01  PGCTB-AUD-MAX-DD               PIC 9(02).
       01  PGCTB-AUD-LEAP-QUOT            PIC 9(04) COMP.
       01  PGCTB-AUD-LEAP-REM             PIC 9(04) COMP.
       01  PGCTB-AUD-MONTH-TABLE          PIC X(24)
           VALUE '312831303130313130313031'.
       01  PGCTB-AUD-MONTH-DAYS REDEFINES PGCTB-AUD-MONTH-TABLE.
           05  PGCTB-AUD-MDAYS OCCURS 12  PIC 9(02).
      *
      * A game carries a score when either side's goals are
      * numeric and non-zero - an unplayed game comes through
      * 0-0 or empty.
       01  PGCTB-AUD-SCORED-FLAG          PIC X(01).
           88  PGCTB-AUD-SCORED           VALUE 'Y'.
      *
      * Run-time PARM - comma-delimited ENV-CODE,MAX-GOALS. A
      * score above MAX-GOALS on either side is implausible.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
       01  PGCTB-AUD-MAX-TEXT             PIC X(03) VALUE SPACES.
       01  PGCTB-AUD-MAX-BUTS             PIC 9(03) VALUE 20.
      *
      * Every NoPartie seen, for the duplicate check. An extract
      * beyond the table's capacity is fatal - an audit that
      * stopped looking halfway must never read as clean.
       01  PGCTB-AUD-SEEN-MAX             PIC 9(08) COMP VALUE 50000.
       01  PGCTB-AUD-SEEN-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  PGCTB-AUD-SEEN-IDX             PIC 9(08) COMP.
       01  PGCTB-AUD-SEEN-TABLE.
           05  PGCTB-AUD-SEEN-ID OCCURS 50000
                                          PIC 9(09).
      *
      * The teams booked on the game night in hand. The extract
      * arrives in DatePartie order, so a change of date starts a
      * fresh night and only that night needs holding.
       01  PGCTB-AUD-NIGHT-MAX            PIC 9(04) COMP VALUE 2000.
       01  PGCTB-AUD-NIGHT-COUNT          PIC 9(04) COMP VALUE ZERO.
       01  PGCTB-AUD-NIGHT-IDX            PIC 9(04) COMP.
       01  PGCTB-AUD-NIGHT-TABLE.
           05  PGCTB-AUD-NIGHT-ROW OCCURS 2000.
               10  PGCTB-ANT-NOEQUIPE    PIC 9(09).
               10  PGCTB-ANT-NOPARTIE    PIC X(09).
       01  PGCTB-AUD-PREV-DATE            PIC X(10) VALUE SPACES.
       01  PGCTB-AUD-FIRST-DET-FLAG       PIC X(01) VALUE 'Y'.
           88  PGCTB-AUD-FIRST-DET        VALUE 'Y'.
      *
      * The team being checked on one side of the game.
       01  PGCTB-AUD-WORK-NOEQUIPE        PIC 9(09).
       01  PGCTB-AUD-WORK-SIDE            PIC X(06).
       01  PGCTB-AUD-FOUND-FLAG           PIC X(01).
           88  PGCTB-AUD-FOUND            VALUE 'Y'.
       01  PGCTB-AUD-HIT-PARTIE           PIC X(09).
      *
      * The exception in hand - check code, its number and its
      * detail text.
       01  PGCTB-AUD-CODE                 PIC X(03).
       01  PGCTB-AUD-CHECK-NO             PIC 9(02).
       01  PGCTB-AUD-DETAIL               PIC X(70).
      *
      * Exceptions counted by check number, for the closing
      * totals; the labels are printed alongside.
       01  PGCTB-AUD-CHECK-COUNT-TABLE.
           05  PGCTB-AUD-CHECK-COUNT OCCURS 10
                                          PIC 9(08).
       01  PGCTB-AUD-CHECK-LABELS.
           05  FILLER                    PIC X(40)
               VALUE 'A01 duplicate NoPartie'.
           05  FILLER                    PIC X(40)
               VALUE 'A02 host equals visitor'.
           05  FILLER                    PIC X(40)
               VALUE 'A03 team booked twice on one date'.
           05  FILLER                    PIC X(40)
               VALUE 'A04 team not on Equipe master'.
           05  FILLER                    PIC X(40)
               VALUE 'A05 team retired on Equipe master'.
           05  FILLER                    PIC X(40)
               VALUE 'A06 unreadable DatePartie with score'.
           05  FILLER                    PIC X(40)
               VALUE 'A07 future DatePartie with score'.
           05  FILLER                    PIC X(40)
               VALUE 'A08 score above the plausible maximum'.
           05  FILLER                    PIC X(40)
               VALUE 'A09 DatePartie out of sequence'.
           05  FILLER                    PIC X(40)
               VALUE 'A10 unreadable DET'.
       01  PGCTB-AUD-CHECK-LABEL-TABLE REDEFINES
                                          PGCTB-AUD-CHECK-LABELS.
           05  PGCTB-AUD-CHECK-LABEL OCCURS 10
                                          PIC X(40).
       01  PGCTB-AUD-CHECK-IDX            PIC 9(02) COMP.
      *
      * Run tallies.
       01  PGCTB-AUD-DET-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-AUD-EXCEPTION-COUNT      PIC 9(08) VALUE ZERO.
       01  PGCTB-AUD-GAME-FLAGGED-FLAG    PIC X(01).
           88  PGCTB-AUD-GAME-FLAGGED     VALUE 'Y'.
       01  PGCTB-AUD-FLAGGED-GAMES        PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-PEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-PEXT-EOF             VALUE 'Y'.
      *
      * Report line under construction.
       01  PGCTB-AUD-RPT-LINE             PIC X(132).
      *
      * Suite-control gate support - same machinery as the rest of
      * the chain, predecessor lecturpa.
       01  PGCTB-SUITE-PRED-NAME          PIC X(08) VALUE 'lecturpa'.
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
      * File status bytes.
       01  PGCTB-PEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-AUDRPT-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'auditpar'                  TO PGCTB-PROGRAM-NAME
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
           DISPLAY '*  MAX GOALS....: ' PGCTB-AUD-MAX-BUTS '  *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * Suite-control gate: refuse to start unless lecturpa
      * completed clean on tonight's extract stamp.
           PERFORM PGCTB-SUITE-GET-STAMP
           PERFORM PGCTB-SUITE-CHECK-PRED
           PERFORM PGCTB-SUITE-REG-START
      *
           STRING '20'                    DELIMITED BY SIZE
                  PGCTB-DATE              DELIMITED BY SIZE
                  INTO PGCTB-AUD-DATE-WORK
           MOVE PGCTB-AUD-DATE-WORK(1:8)  TO PGCTB-AUD-TODAY-YMD
           MOVE ZERO                      TO PGCTB-AUD-CHECK-COUNT-TABLE
      *
           PERFORM PGCTB-AUD-OPEN-FILES
           PERFORM PGCTB-AUD-READ-PEXT
              UNTIL PGCTB-PEXT-EOF
           PERFORM PGCTB-AUD-WRITE-TOTALS
      *
           CLOSE PGCTB-PEXTRACT-FILE
           CLOSE PGCTB-EQMST-FILE
           CLOSE PGCTB-AUDRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
      *
           DISPLAY 'Audit: games=' PGCTB-AUD-DET-COUNT
                   ' flagged=' PGCTB-AUD-FLAGGED-GAMES
                   ' exceptions=' PGCTB-AUD-EXCEPTION-COUNT
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
      * A distinct code (34) on any exception, so the scheduler
      * holds the standings run on this program alone - and the
      * same code goes on the suite-control end registration.
           IF PGCTB-AUD-EXCEPTION-COUNT > 0
              MOVE 34                      TO PGCTB-SUITE-END-RC
           ELSE
              MOVE 0                       TO PGCTB-SUITE-END-RC
           END-IF
           PERFORM PGCTB-SUITE-REG-END
           MOVE PGCTB-SUITE-END-RC        TO RETURN-CODE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
      * Opens the results extract, the keyed master and the
      * exception report. Either input missing is a hard failure -
      * an audit of half the evidence is worse than none.
       PGCTB-AUD-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-AUD-SEQUENCE
           OPEN INPUT PGCTB-PEXTRACT-FILE
           IF PGCTB-PEXTRACT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open results extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-PEXTRACT-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
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
           OPEN OUTPUT PGCTB-AUDRPT-FILE
           IF PGCTB-AUDRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open exception report, status '
                                           DELIMITED BY SIZE
                     PGCTB-AUDRPT-STATUS   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           STRING 'GAME-RESULTS AUDIT - EXTRACT STAMP '
                                          DELIMITED BY SIZE
                  PGCTB-SUITE-STAMP-DATE  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SUITE-STAMP-TIME  DELIMITED BY SIZE
                  ' - MAX GOALS '         DELIMITED BY SIZE
                  PGCTB-AUD-MAX-BUTS      DELIMITED BY SIZE
                  INTO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           .
       PGCTB-AUD-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * One trip around the results loop - every DET goes through
      * every check; HDR and TRL pass untouched.
       PGCTB-AUD-READ-PEXT SECTION.
           MOVE 2                         TO PGCTB-AUD-SEQUENCE
           READ PGCTB-PEXTRACT-FILE INTO PGCTB-AUD-PWORK
              AT END
                 SET PGCTB-PEXT-EOF      TO TRUE
              NOT AT END
                 IF PGCTB-APW-TAG = 'DET'
                    ADD 1                 TO PGCTB-AUD-DET-COUNT
                    MOVE SPACE            TO PGCTB-AUD-GAME-FLAGGED-FLAG
                    PERFORM PGCTB-AUD-CHECK-GAME
                    IF PGCTB-AUD-GAME-FLAGGED
                       ADD 1              TO PGCTB-AUD-FLAGGED-GAMES
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-AUD-READ-PEXT-EXIT.
           EXIT.
      *
      * The checks on one game, in check-number order. A DET whose
      * keys cannot be read goes no further than A10.
       PGCTB-AUD-CHECK-GAME SECTION.
           IF PGCTB-APW-NOPARTIE NOT NUMERIC
              OR PGCTB-APW-NOEQHOTE NOT NUMERIC
              OR PGCTB-APW-NOEQVISIT NOT NUMERIC
              MOVE 'A10'                  TO PGCTB-AUD-CODE
              MOVE 10                     TO PGCTB-AUD-CHECK-NO
              MOVE 'NoPartie or team number not numeric'
                                          TO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
           ELSE
              PERFORM PGCTB-AUD-CHECK-KEYED
           END-IF
           .
       PGCTB-AUD-CHECK-GAME-EXIT.
           EXIT.
      *
      * A02 through A09, for a game whose keys read as numbers.
       PGCTB-AUD-CHECK-KEYED SECTION.
           MOVE SPACE                     TO PGCTB-AUD-SCORED-FLAG
           IF PGCTB-APW-BUTSHOTE IS NUMERIC
              AND PGCTB-APW-BUTSHOTE-N > 0
              SET PGCTB-AUD-SCORED        TO TRUE
           END-IF
           IF PGCTB-APW-BUTSVISIT IS NUMERIC
              AND PGCTB-APW-BUTSVISIT-N > 0
              SET PGCTB-AUD-SCORED        TO TRUE
           END-IF
      *
           PERFORM PGCTB-AUD-CHECK-DUPLICATE
      *
           IF PGCTB-APW-NOEQHOTE-N = PGCTB-APW-NOEQVISIT-N
              MOVE 'A02'                  TO PGCTB-AUD-CODE
              MOVE 2                      TO PGCTB-AUD-CHECK-NO
              MOVE 'host team is also the visiting team'
                                          TO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
           END-IF
      *
           PERFORM PGCTB-AUD-CHECK-NIGHT
      *
           MOVE PGCTB-APW-NOEQHOTE-N      TO PGCTB-AUD-WORK-NOEQUIPE
           MOVE 'host'                    TO PGCTB-AUD-WORK-SIDE
           PERFORM PGCTB-AUD-CHECK-MASTER
           IF PGCTB-APW-NOEQVISIT-N NOT = PGCTB-APW-NOEQHOTE-N
              MOVE PGCTB-APW-NOEQVISIT-N  TO PGCTB-AUD-WORK-NOEQUIPE
              MOVE 'visit'                TO PGCTB-AUD-WORK-SIDE
              PERFORM PGCTB-AUD-CHECK-MASTER
           END-IF
      *
           PERFORM PGCTB-AUD-CHECK-DATE
      *
           IF (PGCTB-APW-BUTSHOTE IS NUMERIC
               AND PGCTB-APW-BUTSHOTE-N > PGCTB-AUD-MAX-BUTS)
              OR (PGCTB-APW-BUTSVISIT IS NUMERIC
               AND PGCTB-APW-BUTSVISIT-N > PGCTB-AUD-MAX-BUTS)
              MOVE 'A08'                  TO PGCTB-AUD-CODE
              MOVE 8                      TO PGCTB-AUD-CHECK-NO
              MOVE SPACES                 TO PGCTB-AUD-DETAIL
              STRING 'score above the plausible maximum of '
                                          DELIMITED BY SIZE
                     PGCTB-AUD-MAX-BUTS   DELIMITED BY SIZE
                     INTO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
           END-IF
           .
       PGCTB-AUD-CHECK-KEYED-EXIT.
           EXIT.
      *************************************************************************
      * A01 - scans the seen-table for this NoPartie; a hit is a
      * duplicate, a miss files it.
       PGCTB-AUD-CHECK-DUPLICATE SECTION.
           MOVE SPACE                     TO PGCTB-AUD-FOUND-FLAG
           PERFORM PGCTB-AUD-SCAN-SEEN
              VARYING PGCTB-AUD-SEEN-IDX FROM 1 BY 1
              UNTIL PGCTB-AUD-SEEN-IDX > PGCTB-AUD-SEEN-COUNT
                 OR PGCTB-AUD-FOUND
           IF PGCTB-AUD-FOUND
              MOVE 'A01'                  TO PGCTB-AUD-CODE
              MOVE 1                      TO PGCTB-AUD-CHECK-NO
              MOVE 'NoPartie already seen in this extract'
                                          TO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
           ELSE
              IF PGCTB-AUD-SEEN-COUNT >= PGCTB-AUD-SEEN-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Results extract exceeds the NoPartie'
                                           DELIMITED BY SIZE
                        ' table capacity'  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-AUD-SEEN-COUNT
              MOVE PGCTB-APW-NOPARTIE-N
                 TO PGCTB-AUD-SEEN-ID (PGCTB-AUD-SEEN-COUNT)
           END-IF
           .
       PGCTB-AUD-CHECK-DUPLICATE-EXIT.
           EXIT.
      *
       PGCTB-AUD-SCAN-SEEN SECTION.
           IF PGCTB-AUD-SEEN-ID (PGCTB-AUD-SEEN-IDX)
              = PGCTB-APW-NOPARTIE-N
              SET PGCTB-AUD-FOUND         TO TRUE
           END-IF
           .
       PGCTB-AUD-SCAN-SEEN-EXIT.
           EXIT.
      *************************************************************************
      * A09 and A03 - a change of DatePartie starts a new game
      * night; a date earlier than the last one breaks the order
      * the night grouping relies on and is flagged itself. Both
      * teams are then checked against, and filed into, the
      * night's bookings.
       PGCTB-AUD-CHECK-NIGHT SECTION.
           IF PGCTB-AUD-FIRST-DET
              OR PGCTB-APW-DATEPARTIE NOT = PGCTB-AUD-PREV-DATE
              IF NOT PGCTB-AUD-FIRST-DET
                 AND PGCTB-APW-DATEPARTIE < PGCTB-AUD-PREV-DATE
                 MOVE 'A09'               TO PGCTB-AUD-CODE
                 MOVE 9                   TO PGCTB-AUD-CHECK-NO
                 MOVE SPACES              TO PGCTB-AUD-DETAIL
                 STRING 'DatePartie earlier than the previous game '
                                          DELIMITED BY SIZE
                        PGCTB-AUD-PREV-DATE DELIMITED BY SIZE
                        INTO PGCTB-AUD-DETAIL
                 PERFORM PGCTB-AUD-EXCEPTION
              END-IF
              MOVE 'N'                    TO PGCTB-AUD-FIRST-DET-FLAG
              MOVE PGCTB-APW-DATEPARTIE   TO PGCTB-AUD-PREV-DATE
              MOVE ZERO                   TO PGCTB-AUD-NIGHT-COUNT
           END-IF
      *
           MOVE PGCTB-APW-NOEQHOTE-N      TO PGCTB-AUD-WORK-NOEQUIPE
           MOVE 'host'                    TO PGCTB-AUD-WORK-SIDE
           PERFORM PGCTB-AUD-BOOK-TEAM
           IF PGCTB-APW-NOEQVISIT-N NOT = PGCTB-APW-NOEQHOTE-N
              MOVE PGCTB-APW-NOEQVISIT-N  TO PGCTB-AUD-WORK-NOEQUIPE
              MOVE 'visit'                TO PGCTB-AUD-WORK-SIDE
              PERFORM PGCTB-AUD-BOOK-TEAM
           END-IF
           .
       PGCTB-AUD-CHECK-NIGHT-EXIT.
           EXIT.
      *
       PGCTB-AUD-BOOK-TEAM SECTION.
           MOVE SPACE                     TO PGCTB-AUD-FOUND-FLAG
           PERFORM PGCTB-AUD-SCAN-NIGHT
              VARYING PGCTB-AUD-NIGHT-IDX FROM 1 BY 1
              UNTIL PGCTB-AUD-NIGHT-IDX > PGCTB-AUD-NIGHT-COUNT
                 OR PGCTB-AUD-FOUND
           IF PGCTB-AUD-FOUND
              MOVE 'A03'                  TO PGCTB-AUD-CODE
              MOVE 3                      TO PGCTB-AUD-CHECK-NO
              MOVE SPACES                 TO PGCTB-AUD-DETAIL
              STRING PGCTB-AUD-WORK-SIDE  DELIMITED BY SPACE
                     ' team '             DELIMITED BY SIZE
                     PGCTB-AUD-WORK-NOEQUIPE DELIMITED BY SIZE
                     ' already booked this date in game '
                                          DELIMITED BY SIZE
                     PGCTB-AUD-HIT-PARTIE DELIMITED BY SIZE
                     INTO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
           ELSE
              IF PGCTB-AUD-NIGHT-COUNT >= PGCTB-AUD-NIGHT-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'One game night exceeds the booking'
                                           DELIMITED BY SIZE
                        ' table capacity'  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-AUD-NIGHT-COUNT
              MOVE PGCTB-AUD-WORK-NOEQUIPE
                 TO PGCTB-ANT-NOEQUIPE (PGCTB-AUD-NIGHT-COUNT)
              MOVE PGCTB-APW-NOPARTIE
                 TO PGCTB-ANT-NOPARTIE (PGCTB-AUD-NIGHT-COUNT)
           END-IF
           .
       PGCTB-AUD-BOOK-TEAM-EXIT.
           EXIT.
      *
       PGCTB-AUD-SCAN-NIGHT SECTION.
           IF PGCTB-ANT-NOEQUIPE (PGCTB-AUD-NIGHT-IDX)
              = PGCTB-AUD-WORK-NOEQUIPE
              SET PGCTB-AUD-FOUND         TO TRUE
              MOVE PGCTB-ANT-NOPARTIE (PGCTB-AUD-NIGHT-IDX)
                                          TO PGCTB-AUD-HIT-PARTIE
           END-IF
           .
       PGCTB-AUD-SCAN-NIGHT-EXIT.
           EXIT.
      *************************************************************************
      * A04 and A05 - one keyed READ on the master per side.
       PGCTB-AUD-CHECK-MASTER SECTION.
           MOVE 3                         TO PGCTB-AUD-SEQUENCE
           MOVE PGCTB-AUD-WORK-NOEQUIPE   TO PGCTB-EQM-NOEQUIPE
           READ PGCTB-EQMST-FILE
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              IF PGCTB-EQM-DROPPED
                 MOVE 'A05'               TO PGCTB-AUD-CODE
                 MOVE 5                   TO PGCTB-AUD-CHECK-NO
                 MOVE SPACES              TO PGCTB-AUD-DETAIL
                 STRING PGCTB-AUD-WORK-SIDE DELIMITED BY SPACE
                        ' team '          DELIMITED BY SIZE
                        PGCTB-AUD-WORK-NOEQUIPE DELIMITED BY SIZE
                        ' is flagged retired on the master'
                                          DELIMITED BY SIZE
                        INTO PGCTB-AUD-DETAIL
                 PERFORM PGCTB-AUD-EXCEPTION
              END-IF
           WHEN '23'
              MOVE 'A04'                  TO PGCTB-AUD-CODE
              MOVE 4                      TO PGCTB-AUD-CHECK-NO
              MOVE SPACES                 TO PGCTB-AUD-DETAIL
              STRING PGCTB-AUD-WORK-SIDE  DELIMITED BY SPACE
                     ' team '             DELIMITED BY SIZE
                     PGCTB-AUD-WORK-NOEQUIPE DELIMITED BY SIZE
                     ' is not on the Equipe master'
                                          DELIMITED BY SIZE
                     INTO PGCTB-AUD-DETAIL
              PERFORM PGCTB-AUD-EXCEPTION
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
           MOVE 2                         TO PGCTB-AUD-SEQUENCE
           .
       PGCTB-AUD-CHECK-MASTER-EXIT.
           EXIT.
      *************************************************************************
      * A06 and A07 - only a scored game is held to its date. The
      * date must read as YYYY-MM-DD with a real month and a day
      * within that month (February gets its 29th on leap years),
      * and must not lie after today.
       PGCTB-AUD-CHECK-DATE SECTION.
           IF PGCTB-AUD-SCORED
              PERFORM PGCTB-AUD-EDIT-DATE
              IF NOT PGCTB-AUD-DATE-OK
                 MOVE 'A06'               TO PGCTB-AUD-CODE
                 MOVE 6                   TO PGCTB-AUD-CHECK-NO
                 MOVE 'DatePartie unreadable on a scored game'
                                          TO PGCTB-AUD-DETAIL
                 PERFORM PGCTB-AUD-EXCEPTION
              ELSE
                 COMPUTE PGCTB-AUD-GAME-YMD =
                         PGCTB-AUD-DP-YYYY-N * 10000
                       + PGCTB-AUD-DP-MM-N * 100
                       + PGCTB-AUD-DP-DD-N
                 IF PGCTB-AUD-GAME-YMD > PGCTB-AUD-TODAY-YMD
                    MOVE 'A07'            TO PGCTB-AUD-CODE
                    MOVE 7                TO PGCTB-AUD-CHECK-NO
                    MOVE 'DatePartie in the future on a scored game'
                                          TO PGCTB-AUD-DETAIL
                    PERFORM PGCTB-AUD-EXCEPTION
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-AUD-CHECK-DATE-EXIT.
           EXIT.
      *
      * Sets PGCTB-AUD-DATE-OK when DatePartie reads as a real
      * YYYY-MM-DD date.
       PGCTB-AUD-EDIT-DATE SECTION.
           MOVE PGCTB-APW-DATEPARTIE      TO PGCTB-AUD-DATE-WORK
           MOVE 'N'                       TO PGCTB-AUD-DATE-OK-FLAG
           IF PGCTB-AUD-DP-YYYY IS NUMERIC
              AND PGCTB-AUD-DP-MM IS NUMERIC
              AND PGCTB-AUD-DP-DD IS NUMERIC
              AND PGCTB-AUD-DP-SEP1 = '-'
              AND PGCTB-AUD-DP-SEP2 = '-'
              IF PGCTB-AUD-DP-MM-N >= 1 AND PGCTB-AUD-DP-MM-N <= 12
                 MOVE PGCTB-AUD-MDAYS (PGCTB-AUD-DP-MM-N)
                                          TO PGCTB-AUD-MAX-DD
                 IF PGCTB-AUD-DP-MM-N = 2
                    PERFORM PGCTB-AUD-LEAP-FEB
                 END-IF
                 IF PGCTB-AUD-DP-DD-N >= 1
                    AND PGCTB-AUD-DP-DD-N <= PGCTB-AUD-MAX-DD
                    SET PGCTB-AUD-DATE-OK TO TRUE
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-AUD-EDIT-DATE-EXIT.
           EXIT.
      *
      * Gregorian leap rule - every fourth year, except centuries
      * not divisible by 400.
       PGCTB-AUD-LEAP-FEB SECTION.
           DIVIDE PGCTB-AUD-DP-YYYY-N BY 4
              GIVING PGCTB-AUD-LEAP-QUOT
              REMAINDER PGCTB-AUD-LEAP-REM
           IF PGCTB-AUD-LEAP-REM = 0
              MOVE 29                     TO PGCTB-AUD-MAX-DD
              DIVIDE PGCTB-AUD-DP-YYYY-N BY 100
                 GIVING PGCTB-AUD-LEAP-QUOT
                 REMAINDER PGCTB-AUD-LEAP-REM
              IF PGCTB-AUD-LEAP-REM = 0
                 DIVIDE PGCTB-AUD-DP-YYYY-N BY 400
                    GIVING PGCTB-AUD-LEAP-QUOT
                    REMAINDER PGCTB-AUD-LEAP-REM
                 IF PGCTB-AUD-LEAP-REM NOT = 0
                    MOVE 28               TO PGCTB-AUD-MAX-DD
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-AUD-LEAP-FEB-EXIT.
           EXIT.
      *************************************************************************
      * Writes one exception line - the check, the game as it sits
      * in the extract, and the detail - to the report and the
      * error log, and counts it under its check.
       PGCTB-AUD-EXCEPTION SECTION.
           ADD 1                          TO PGCTB-AUD-EXCEPTION-COUNT
           ADD 1 TO PGCTB-AUD-CHECK-COUNT (PGCTB-AUD-CHECK-NO)
           SET PGCTB-AUD-GAME-FLAGGED     TO TRUE
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           STRING PGCTB-AUD-CODE          DELIMITED BY SIZE
                  ' game '                DELIMITED BY SIZE
                  PGCTB-APW-NOPARTIE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-APW-DATEPARTIE    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-APW-NOEQHOTE      DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-APW-NOEQVISIT     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-APW-BUTSHOTE      DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-APW-BUTSVISIT     DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-AUD-DETAIL        DELIMITED BY SIZE
                  INTO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           MOVE PGCTB-AUD-CHECK-NO        TO PGCTB-AUD-SEQUENCE
           MOVE PGCTB-AUD-RPT-LINE        TO PGCTB-ERROR-MESSAGE
           PERFORM PGCTB-LOG-ERROR
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           MOVE 2                         TO PGCTB-AUD-SEQUENCE
           .
       PGCTB-AUD-EXCEPTION-EXIT.
           EXIT.
      *************************************************************************
      * Closes the report with one count line per check and the
      * verdict.
       PGCTB-AUD-WRITE-TOTALS SECTION.
           MOVE 4                         TO PGCTB-AUD-SEQUENCE
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-CHECK-TOTAL
              VARYING PGCTB-AUD-CHECK-IDX FROM 1 BY 1
              UNTIL PGCTB-AUD-CHECK-IDX > 10
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           STRING 'TOTALS games='         DELIMITED BY SIZE
                  PGCTB-AUD-DET-COUNT     DELIMITED BY SIZE
                  ' flagged='             DELIMITED BY SIZE
                  PGCTB-AUD-FLAGGED-GAMES DELIMITED BY SIZE
                  ' exceptions='          DELIMITED BY SIZE
                  PGCTB-AUD-EXCEPTION-COUNT DELIMITED BY SIZE
                  INTO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           IF PGCTB-AUD-EXCEPTION-COUNT = 0
              MOVE 'VERDICT: PASS - results released to the standings'
                                          TO PGCTB-AUD-RPT-LINE
           ELSE
              MOVE 'VERDICT: FAIL - hold the standings run'
                                          TO PGCTB-AUD-RPT-LINE
           END-IF
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           .
       PGCTB-AUD-WRITE-TOTALS-EXIT.
           EXIT.
      *
       PGCTB-AUD-WRITE-CHECK-TOTAL SECTION.
           MOVE SPACES                    TO PGCTB-AUD-RPT-LINE
           STRING PGCTB-AUD-CHECK-LABEL (PGCTB-AUD-CHECK-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-AUD-CHECK-COUNT (PGCTB-AUD-CHECK-IDX)
                                          DELIMITED BY SIZE
                  INTO PGCTB-AUD-RPT-LINE
           PERFORM PGCTB-AUD-WRITE-RPT-LINE
           .
       PGCTB-AUD-WRITE-CHECK-TOTAL-EXIT.
           EXIT.
      *
       PGCTB-AUD-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-AUD-RPT-LINE(1:100)
           MOVE PGCTB-AUD-RPT-LINE        TO PGCTB-AUDRPT-RECORD
           WRITE PGCTB-AUDRPT-RECORD
           .
       PGCTB-AUD-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - a comma-delimited ENV-CODE,
      * MAX-GOALS - directly off the command line.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
                         PGCTB-AUD-MAX-TEXT
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
      * A short threshold arrives left-justified from the UNSTRING;
      * it is slid right and zero-filled before the numeric test,
      * or '9  ' would silently fall back to the default.
           IF PGCTB-AUD-MAX-TEXT NOT = SPACES
              PERFORM PGCTB-AUD-JUSTIFY-MAX
                 UNTIL PGCTB-AUD-MAX-TEXT(3:1) NOT = SPACE
              IF PGCTB-AUD-MAX-TEXT IS NUMERIC
                 MOVE PGCTB-AUD-MAX-TEXT  TO PGCTB-AUD-MAX-BUTS
              END-IF
           END-IF
           .
       PGCTB-READ-RUN-PARM-EXIT.
           EXIT.
      *
      * Slides the threshold text one place right, zero-filling on
      * the left.
       PGCTB-AUD-JUSTIFY-MAX SECTION.
           MOVE PGCTB-AUD-MAX-TEXT(2:1)   TO PGCTB-AUD-MAX-TEXT(3:1)
           MOVE PGCTB-AUD-MAX-TEXT(1:1)   TO PGCTB-AUD-MAX-TEXT(2:1)
           MOVE '0'                       TO PGCTB-AUD-MAX-TEXT(1:1)
           .
       PGCTB-AUD-JUSTIFY-MAX-EXIT.
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
              MOVE PGCTB-RETURN-CODE       TO PGCTB-SUITE-END-RC
              PERFORM PGCTB-SUITE-REG-END
              MOVE PGCTB-RETURN-CODE       TO RETURN-CODE
              STOP RUN
           END-IF
           .
       PGCTB-STATUS-EXIT.
           EXIT.
      *************************************************************************
      * Appends PGCTB-ERROR-MESSAGE, timestamped and tagged with the
      * audit step number, to the dated error-log file. The file is
      * opened EXTEND on first use so a day's errors pile up in one
      * place; if it doesn't exist yet (status '35') it is created
      * with OPEN OUTPUT instead.
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
           MOVE PGCTB-AUD-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
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
