      ****************************************************************
      * Cloture de saison et bascule vers la saison suivante.
      *
      * Rien dans la suite ne marquait la fin d'une saison: les
      * signets PCKPTFIL/JCKPTFIL/CKPTFILE et la marque delta
      * STATEFILE passaient d'une saison a l'autre, et le classement
      * et les alignements finals ne survivaient que dans la
      * generation encore cataloguee. Ce programme, lance sur
      * demande avec un code de saison:
      *   - en mode cloture (C), refuse de tourner (code 44) tant que
      *     la chaine de la nuit n'a pas fini proprement dans
      *     SUITECTL - chaque etape attendue terminee code 0 sous
      *     l'estampille du HDR de EXTRACT - ou que JEXTRACT ou
      *     PEXTRACT est plus vieux que cette estampille, ou n'est
      *     qu'un extract de relance (lecturjo/lecturpa relances
      *     apres leur signet, donc incomplet);
      *   - archive dans SAISARCH, fichier INDEXED cle saison +
      *     NoEquipe (+ NoJoueur pour l'alignement), le contenu de
      *     EQUIPMST, le classement final compile des DET de
      *     PEXTRACT (memes regles que classemt) et l'alignement
      *     final de JEXTRACT. Une saison deja archivee est
      *     remplacee, donc la cloture peut etre relancee;
      *   - remet a vide les signets et la marque delta;
      *   - ecrit le certificat de cloture SAISCERT avec les
      *     comptes archives;
      *   - en mode reimpression (R), reimprime sur SAISRPT le
      *     classement et les alignements d'une saison archivee.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. clotsais.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The night's Equipe extract - its HDR stamp is the tag the
      * whole chain registers under.
           SELECT PGCTB-EXTRACT-FILE    ASSIGN TO "EXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-EXTRACT-STATUS.
      *
      * The suite-control file every nightly step registers on.
           SELECT PGCTB-SUICTL-FILE     ASSIGN TO "SUITECTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * The final Joueur extract - the season's closing roster.
           SELECT PGCTB-JEXTRACT-FILE   ASSIGN TO "JEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JEXTRACT-STATUS.
      *
      * The final game-results extract - the season's standings.
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
      * The season archive, keyed season + NoEquipe + NoJoueur -
      * NoJoueur zero is the team's own row.
           SELECT PGCTB-SAISARCH-FILE   ASSIGN TO "SAISARCH"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-SAR-KEY
                  FILE STATUS IS PGCTB-SAISARCH-STATUS.
      *
      * The restart bookmarks and the delta high-water mark the
      * close empties for the next season - lecturbd's, lecturjo's
      * and lecturpa's.
           SELECT PGCTB-CKPT-FILE       ASSIGN TO "CKPTFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-CKPT-STATUS.
           SELECT PGCTB-JCKPT-FILE      ASSIGN TO "JCKPTFIL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JCKPT-STATUS.
           SELECT PGCTB-PCKPT-FILE      ASSIGN TO "PCKPTFIL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PCKPT-STATUS.
           SELECT PGCTB-STATE-FILE      ASSIGN TO "STATEFILE"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-STATE-STATUS.
      *
      * The season-close certificate.
           SELECT PGCTB-SAISCERT-FILE   ASSIGN TO "SAISCERT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SAISCERT-STATUS.
      *
      * The past-season reprint.
           SELECT PGCTB-SAISRPT-FILE    ASSIGN TO "SAISRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SAISRPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to.
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
       FD  PGCTB-JEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JEXTRACT-RECORD         PIC X(132).
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
      * One row per team (NoJoueur zero) carrying the master
      * contents and the final standings, then one row per player
      * on the closing roster, filed under its team.
       FD  PGCTB-SAISARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SAISARCH-RECORD.
           05  PGCTB-SAR-KEY.
               10  PGCTB-SAR-SEASON      PIC X(08).
               10  PGCTB-SAR-NOEQUIPE    PIC 9(09).
               10  PGCTB-SAR-NOJOUEUR    PIC 9(09).
                   88  PGCTB-SAR-TEAM-ROW VALUE ZERO.
           05  PGCTB-SAR-STAMP-DATE      PIC X(06).
           05  PGCTB-SAR-STAMP-TIME      PIC X(06).
           05  PGCTB-SAR-BODY            PIC X(138).
           05  PGCTB-SAR-TEAM REDEFINES PGCTB-SAR-BODY.
               10  PGCTB-SAR-NOMEQUIPE   PIC X(50).
               10  PGCTB-SAR-VILLE       PIC X(50).
               10  PGCTB-SAR-NBJOUEURS   PIC 9(05).
               10  PGCTB-SAR-ACTIVE-FLAG PIC X(01).
               10  PGCTB-SAR-LAST-SEEN   PIC X(06).
               10  PGCTB-SAR-MASTER-FLAG PIC X(01).
                   88  PGCTB-SAR-ON-MASTER VALUE 'Y'.
               10  PGCTB-SAR-GAMES       PIC 9(05).
               10  PGCTB-SAR-WINS        PIC 9(05).
               10  PGCTB-SAR-LOSSES      PIC 9(05).
               10  PGCTB-SAR-TIES        PIC 9(05).
               10  PGCTB-SAR-POINTS      PIC 9(05).
           05  PGCTB-SAR-PLAYER REDEFINES PGCTB-SAR-BODY.
               10  PGCTB-SAR-NOMJOUEUR   PIC X(50).
               10  PGCTB-SAR-POSITION    PIC X(20).
               10  FILLER                PIC X(68).
      *
      * The bookmark and state records, sized as their owners write
      * them - the close only ever empties them.
       FD  PGCTB-CKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-CKPT-RECORD             PIC X(60).
      *
       FD  PGCTB-JCKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JCKPT-RECORD            PIC X(19).
      *
       FD  PGCTB-PCKPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PCKPT-RECORD            PIC X(20).
      *
       FD  PGCTB-STATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-STATE-RECORD            PIC X(09).
      *
       FD  PGCTB-SAISCERT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SAISCERT-RECORD         PIC X(132).
      *
       FD  PGCTB-SAISRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SAISRPT-RECORD          PIC X(132).
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
HISTOR     VALUE '20261015 1.1 REFUSE RESTART EXTRACTS'.
      *
      * Close step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-CLO-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of an extract HDR - EXTRACT, JEXTRACT and
      * PEXTRACT all open with the same one.
       01  PGCTB-CLO-HWORK                PIC X(132).
       01  PGCTB-CLO-HDR REDEFINES PGCTB-CLO-HWORK.
           05  PGCTB-CHW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHW-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHW-STAMP           PIC X(13).
           05  FILLER                    PIC X(01).
           05  PGCTB-CHW-RESTART-FLAG    PIC X(01).
               88  PGCTB-CHW-RESTART     VALUE 'Y'.
           05  FILLER                    PIC X(104).
      *
      * Work view of a Joueur extract record, the layout lecturjo
      * writes.
       01  PGCTB-CLO-JWORK                PIC X(132).
       01  PGCTB-CLO-JDET REDEFINES PGCTB-CLO-JWORK.
           05  PGCTB-CJW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CJW-NOJOUEUR        PIC X(09).
           05  PGCTB-CJW-NOJOUEUR-N REDEFINES PGCTB-CJW-NOJOUEUR
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CJW-NOMJOUEUR       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-CJW-NOEQUIPE        PIC X(09).
           05  PGCTB-CJW-NOEQUIPE-N REDEFINES PGCTB-CJW-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CJW-POSITION        PIC X(20).
           05  FILLER                    PIC X(37).
      *
      * Work view of a results extract record, the layout lecturpa
      * writes.
       01  PGCTB-CLO-PWORK                PIC X(132).
       01  PGCTB-CLO-PDET REDEFINES PGCTB-CLO-PWORK.
           05  PGCTB-CPW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NOPARTIE        PIC X(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NOEQHOTE        PIC X(09).
           05  PGCTB-CPW-NOEQHOTE-N REDEFINES PGCTB-CPW-NOEQHOTE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-NOEQVISIT       PIC X(09).
           05  PGCTB-CPW-NOEQVISIT-N REDEFINES PGCTB-CPW-NOEQVISIT
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-BUTSHOTE        PIC X(03).
           05  PGCTB-CPW-BUTSHOTE-N REDEFINES PGCTB-CPW-BUTSHOTE
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-BUTSVISIT       PIC X(03).
           05  PGCTB-CPW-BUTSVISIT-N REDEFINES PGCTB-CPW-BUTSVISIT
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-CPW-DATEPARTIE      PIC X(10).
           05  FILLER                    PIC X(80).
      *
      * Run-time PARM - comma-delimited ENV-CODE,MODE,SEASON. Mode
      * C closes the season, mode R reprints an archived one; the
      * season code is required either way.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
       01  PGCTB-CLO-MODE                 PIC X(01) VALUE SPACE.
           88  PGCTB-CLO-MODE-CLOSE       VALUE 'C'.
           88  PGCTB-CLO-MODE-REPRINT     VALUE 'R'.
       01  PGCTB-CLO-SEASON               PIC X(08) VALUE SPACES.
      *
      * The night's stamp (EXTRACT HDR date and time, as one field
      * so a later extract's stamp compares high).
       01  PGCTB-CLO-STAMP                PIC X(13) VALUE SPACES.
       01  PGCTB-CLO-STAMP-VIEW REDEFINES PGCTB-CLO-STAMP.
           05  PGCTB-CLO-STAMP-DATE      PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-CLO-STAMP-TIME      PIC X(06).
      *
      * Every step expected in the nightly chain, in run order -
      * the same nine sommatin reports on.
       01  PGCTB-CLO-STEP-NAMES.
           05  FILLER                    PIC X(08) VALUE 'lecturbd'.
           05  FILLER                    PIC X(08) VALUE 'validext'.
           05  FILLER                    PIC X(08) VALUE 'majequip'.
           05  FILLER                    PIC X(08) VALUE 'saisequi'.
           05  FILLER                    PIC X(08) VALUE 'compextr'.
           05  FILLER                    PIC X(08) VALUE 'lecturjo'.
           05  FILLER                    PIC X(08) VALUE 'maitjoue'.
           05  FILLER                    PIC X(08) VALUE 'lecturpa'.
           05  FILLER                    PIC X(08) VALUE 'auditpar'.
       01  PGCTB-CLO-STEP-NAME-TABLE REDEFINES PGCTB-CLO-STEP-NAMES.
           05  PGCTB-CLO-STEP-NAME OCCURS 9
                                          PIC X(08).
       01  PGCTB-CLO-STEP-MAX             PIC 9(02) COMP VALUE 9.
       01  PGCTB-CLO-STEP-IDX             PIC 9(02) COMP.
       01  PGCTB-CLO-HIT-IDX              PIC 9(02) COMP.
      *
      * What SUITECTL says of each expected step under the stamp -
      * the latest registration wins, as in sommatin.
       01  PGCTB-CLO-STEP-TABLE.
           05  PGCTB-CLO-STEP-ROW OCCURS 9.
               10  PGCTB-CST-END-FLAG    PIC X(01).
                   88  PGCTB-CST-ENDED   VALUE 'Y'.
               10  PGCTB-CST-RC          PIC 9(03).
      *
      * The first step found not clean, named in the refusal.
       01  PGCTB-CLO-BAD-STEP             PIC X(08) VALUE SPACES.
      *
      * One side of a game being tallied into its team's row.
       01  PGCTB-CLO-WORK-NOEQUIPE        PIC 9(09).
       01  PGCTB-CLO-GOALS-FOR            PIC 9(03).
       01  PGCTB-CLO-GOALS-AGAINST        PIC 9(03).
       01  PGCTB-CLO-NEW-ROW-FLAG         PIC X(01).
           88  PGCTB-CLO-NEW-ROW          VALUE 'Y'.
      *
      * Reprint control - the team whose rows are being printed.
       01  PGCTB-CLO-PREV-NOEQUIPE        PIC 9(09) VALUE ZERO.
      *
      * Close and reprint tallies for the certificate, the reprint
      * footing and the console summary.
       01  PGCTB-CLO-PURGE-COUNT          PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-TEAM-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-ORPHAN-COUNT         PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-RANKED-COUNT         PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-GAME-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-PLAYER-COUNT         PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-DUP-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-CLO-RESET-COUNT          PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-CLO-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-CLO-EOF              VALUE 'Y'.
      *
      * Report line under construction, and the trimmed-name work
      * fields shared by the report writers.
       01  PGCTB-CLO-RPT-LINE             PIC X(132).
       01  PGCTB-CLO-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-CLO-NOM-WORK             PIC X(50).
       01  PGCTB-CLO-NOM-LEN              PIC 9(02) COMP.
      *
      * File status bytes.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-SUICTL-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-JEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-PEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-SAISARCH-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-CKPT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-JCKPT-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-PCKPT-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-STATE-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-SAISCERT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-SAISRPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'clotsais'                  TO PGCTB-PROGRAM-NAME
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
           DISPLAY '*  MODE.........: ' PGCTB-CLO-MODE ' *'
           DISPLAY '*  SEASON.......: ' PGCTB-CLO-SEASON ' *'
           DISPLAY '*******************************************'
                   '*********'
      *
           IF PGCTB-CLO-MODE-CLOSE
              PERFORM PGCTB-CLO-GET-STAMP
              PERFORM PGCTB-CLO-CHECK-SUITE
              PERFORM PGCTB-CLO-OPEN-FILES
              PERFORM PGCTB-CLO-PURGE-SEASON
              PERFORM PGCTB-CLO-ARCHIVE-MASTER
              PERFORM PGCTB-CLO-ARCHIVE-STANDINGS
              PERFORM PGCTB-CLO-ARCHIVE-ROSTER
              CLOSE PGCTB-SAISARCH-FILE
              PERFORM PGCTB-CLO-RESET-FILES
              PERFORM PGCTB-CLO-WRITE-CERT
              CLOSE PGCTB-SAISCERT-FILE
              DISPLAY 'Season close: teams=' PGCTB-CLO-TEAM-COUNT
                      ' games=' PGCTB-CLO-GAME-COUNT
                      ' players=' PGCTB-CLO-PLAYER-COUNT
                      ' reset=' PGCTB-CLO-RESET-COUNT
           ELSE
              PERFORM PGCTB-CLO-REPRINT
              DISPLAY 'Season reprint: teams=' PGCTB-CLO-TEAM-COUNT
                      ' players=' PGCTB-CLO-PLAYER-COUNT
           END-IF
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
           MOVE 0                       TO RETURN-CODE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
      * Takes the night's stamp off the extract HDR - no HDR, no
      * night whose suite could have finished clean.
       PGCTB-CLO-GET-STAMP SECTION.
           MOVE 1                         TO PGCTB-CLO-SEQUENCE
           MOVE SPACES                    TO PGCTB-CLO-HWORK
           OPEN INPUT PGCTB-EXTRACT-FILE
           IF PGCTB-EXTRACT-STATUS = '00'
              READ PGCTB-EXTRACT-FILE INTO PGCTB-CLO-HWORK
                 AT END
                    CONTINUE
              END-READ
              CLOSE PGCTB-EXTRACT-FILE
           END-IF
           IF PGCTB-CHW-TAG NOT = 'HDR'
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - Equipe extract carries'
                                           DELIMITED BY SIZE
                     ' no HDR stamp'       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE PGCTB-CHW-STAMP           TO PGCTB-CLO-STAMP
           .
       PGCTB-CLO-GET-STAMP-EXIT.
           EXIT.
      *************************************************************************
      * Refuses the close (44) unless every expected step's latest
      * registration under the night's stamp is an END with code 0.
      * A warning code counts as not clean - a season is closed on
      * a night with nothing left to explain.
       PGCTB-CLO-CHECK-SUITE SECTION.
           MOVE 2                         TO PGCTB-CLO-SEQUENCE
           MOVE SPACES                    TO PGCTB-CLO-STEP-TABLE
           PERFORM PGCTB-CLO-CLEAR-STEP
              VARYING PGCTB-CLO-STEP-IDX FROM 1 BY 1
              UNTIL PGCTB-CLO-STEP-IDX > PGCTB-CLO-STEP-MAX
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           OPEN INPUT PGCTB-SUICTL-FILE
           IF PGCTB-SUICTL-STATUS = '00'
              PERFORM PGCTB-CLO-READ-SUICTL
                 UNTIL PGCTB-CLO-EOF
              CLOSE PGCTB-SUICTL-FILE
           END-IF
           MOVE SPACES                    TO PGCTB-CLO-BAD-STEP
           PERFORM PGCTB-CLO-JUDGE-STEP
              VARYING PGCTB-CLO-STEP-IDX FROM 1 BY 1
              UNTIL PGCTB-CLO-STEP-IDX > PGCTB-CLO-STEP-MAX
                 OR PGCTB-CLO-BAD-STEP NOT = SPACES
           IF PGCTB-CLO-BAD-STEP NOT = SPACES
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - '
                                           DELIMITED BY SIZE
                     PGCTB-CLO-BAD-STEP    DELIMITED BY SIZE
                     ' did not end clean under stamp '
                                           DELIMITED BY SIZE
                     PGCTB-CLO-STAMP       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-CLO-CHECK-SUITE-EXIT.
           EXIT.
      *
       PGCTB-CLO-CLEAR-STEP SECTION.
           MOVE ZERO            TO PGCTB-CST-RC (PGCTB-CLO-STEP-IDX)
           .
       PGCTB-CLO-CLEAR-STEP-EXIT.
           EXIT.
      *
       PGCTB-CLO-READ-SUICTL SECTION.
           READ PGCTB-SUICTL-FILE
              AT END
                 SET PGCTB-CLO-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-SCR-STAMP-DATE = PGCTB-CLO-STAMP-DATE
                    AND PGCTB-SCR-STAMP-TIME = PGCTB-CLO-STAMP-TIME
                    MOVE ZERO             TO PGCTB-CLO-HIT-IDX
                    PERFORM PGCTB-CLO-FIND-STEP
                       VARYING PGCTB-CLO-STEP-IDX FROM 1 BY 1
                       UNTIL PGCTB-CLO-STEP-IDX > PGCTB-CLO-STEP-MAX
                          OR PGCTB-CLO-HIT-IDX > 0
                    IF PGCTB-CLO-HIT-IDX > 0
                       PERFORM PGCTB-CLO-KEEP-REG
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-CLO-READ-SUICTL-EXIT.
           EXIT.
      *
       PGCTB-CLO-FIND-STEP SECTION.
           IF PGCTB-CLO-STEP-NAME (PGCTB-CLO-STEP-IDX)
                 = PGCTB-SCR-PROGRAM
              MOVE PGCTB-CLO-STEP-IDX     TO PGCTB-CLO-HIT-IDX
           END-IF
           .
       PGCTB-CLO-FIND-STEP-EXIT.
           EXIT.
      *
      * A START opens a new run and forgets any earlier END, an END
      * closes the run in progress.
       PGCTB-CLO-KEEP-REG SECTION.
           IF PGCTB-SCR-PHASE = 'STR'
              MOVE SPACE    TO PGCTB-CST-END-FLAG (PGCTB-CLO-HIT-IDX)
           END-IF
           IF PGCTB-SCR-PHASE = 'END'
              SET PGCTB-CST-ENDED (PGCTB-CLO-HIT-IDX) TO TRUE
              IF PGCTB-SCR-RC IS NUMERIC
                 MOVE PGCTB-SCR-RC
                            TO PGCTB-CST-RC (PGCTB-CLO-HIT-IDX)
              ELSE
                 MOVE 999   TO PGCTB-CST-RC (PGCTB-CLO-HIT-IDX)
              END-IF
           END-IF
           .
       PGCTB-CLO-KEEP-REG-EXIT.
           EXIT.
      *
       PGCTB-CLO-JUDGE-STEP SECTION.
           IF NOT PGCTB-CST-ENDED (PGCTB-CLO-STEP-IDX)
              OR PGCTB-CST-RC (PGCTB-CLO-STEP-IDX) NOT = 0
              MOVE PGCTB-CLO-STEP-NAME (PGCTB-CLO-STEP-IDX)
                                          TO PGCTB-CLO-BAD-STEP
           END-IF
           .
       PGCTB-CLO-JUDGE-STEP-EXIT.
           EXIT.
      *************************************************************************
      * Opens the closing extracts, the master, the archive and the
      * certificate. The roster and results extracts must carry a
      * HDR stamped no earlier than the night's - an older one is
      * some other night's, and archiving it is refused (44). So is
      * a restart extract - it holds only the rows past the
      * extractor's checkpoint, and once the close empties the
      * checkpoints the missing rows could not be pulled again.
      * The archive is created on first use, the way majequip
      * creates its master.
       PGCTB-CLO-OPEN-FILES SECTION.
           MOVE 3                         TO PGCTB-CLO-SEQUENCE
           OPEN INPUT PGCTB-JEXTRACT-FILE
           IF PGCTB-JEXTRACT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open Joueur extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-JEXTRACT-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE SPACES                    TO PGCTB-CLO-HWORK
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-CLO-HWORK
              AT END
                 CONTINUE
           END-READ
           IF PGCTB-CHW-TAG NOT = 'HDR'
              OR PGCTB-CHW-STAMP < PGCTB-CLO-STAMP
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - Joueur extract is not'
                                           DELIMITED BY SIZE
                     ' from the night of ' DELIMITED BY SIZE
                     PGCTB-CLO-STAMP       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF PGCTB-CHW-RESTART
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - Joueur extract is a'
                                           DELIMITED BY SIZE
                     ' restart, rerun lecturjo without restart'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 4                         TO PGCTB-CLO-SEQUENCE
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
           MOVE SPACES                    TO PGCTB-CLO-HWORK
           READ PGCTB-PEXTRACT-FILE INTO PGCTB-CLO-HWORK
              AT END
                 CONTINUE
           END-READ
           IF PGCTB-CHW-TAG NOT = 'HDR'
              OR PGCTB-CHW-STAMP < PGCTB-CLO-STAMP
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - results extract is not'
                                           DELIMITED BY SIZE
                     ' from the night of ' DELIMITED BY SIZE
                     PGCTB-CLO-STAMP       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF PGCTB-CHW-RESTART
              MOVE 44                    TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season close refused - results extract is a'
                                           DELIMITED BY SIZE
                     ' restart, rerun lecturpa without restart'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 5                         TO PGCTB-CLO-SEQUENCE
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
           MOVE 6                         TO PGCTB-CLO-SEQUENCE
           OPEN I-O PGCTB-SAISARCH-FILE
           IF PGCTB-SAISARCH-STATUS = '35'
              OPEN OUTPUT PGCTB-SAISARCH-FILE
              CLOSE PGCTB-SAISARCH-FILE
              OPEN I-O PGCTB-SAISARCH-FILE
           END-IF
           IF PGCTB-SAISARCH-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open season archive, status '
                                           DELIMITED BY SIZE
                     PGCTB-SAISARCH-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 7                         TO PGCTB-CLO-SEQUENCE
           OPEN OUTPUT PGCTB-SAISCERT-FILE
           IF PGCTB-SAISCERT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open close certificate, status '
                                           DELIMITED BY SIZE
                     PGCTB-SAISCERT-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-CLO-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * Deletes whatever an earlier close filed under this season,
      * so a rerun archives the night afresh instead of tallying
      * the same games twice.
       PGCTB-CLO-PURGE-SEASON SECTION.
           MOVE 8                         TO PGCTB-CLO-SEQUENCE
           MOVE PGCTB-CLO-SEASON          TO PGCTB-SAR-SEASON
           MOVE ZERO                      TO PGCTB-SAR-NOEQUIPE
           MOVE ZERO                      TO PGCTB-SAR-NOJOUEUR
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           START PGCTB-SAISARCH-FILE KEY NOT < PGCTB-SAR-KEY
           IF PGCTB-SAISARCH-STATUS = '00'
              PERFORM PGCTB-CLO-PURGE-NEXT
                 UNTIL PGCTB-CLO-EOF
           END-IF
           .
       PGCTB-CLO-PURGE-SEASON-EXIT.
           EXIT.
      *
       PGCTB-CLO-PURGE-NEXT SECTION.
           READ PGCTB-SAISARCH-FILE NEXT RECORD
           EVALUATE PGCTB-SAISARCH-STATUS
           WHEN '00'
              IF PGCTB-SAR-SEASON NOT = PGCTB-CLO-SEASON
                 SET PGCTB-CLO-EOF        TO TRUE
              ELSE
                 DELETE PGCTB-SAISARCH-FILE RECORD
                 IF PGCTB-SAISARCH-STATUS NOT = '00'
                    PERFORM PGCTB-CLO-ARCH-FAIL
                 END-IF
                 ADD 1                    TO PGCTB-CLO-PURGE-COUNT
              END-IF
           WHEN '10'
              SET PGCTB-CLO-EOF           TO TRUE
           WHEN OTHER
              PERFORM PGCTB-CLO-ARCH-FAIL
           END-EVALUATE
           .
       PGCTB-CLO-PURGE-NEXT-EXIT.
           EXIT.
      *************************************************************************
      * One team row per master record, active or dropped - the
      * master as it stands at the close.
       PGCTB-CLO-ARCHIVE-MASTER SECTION.
           MOVE 9                         TO PGCTB-CLO-SEQUENCE
           MOVE LOW-VALUES                TO PGCTB-EQMST-RECORD
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           START PGCTB-EQMST-FILE KEY NOT < PGCTB-EQM-NOEQUIPE
           IF PGCTB-EQMST-STATUS = '00'
              PERFORM PGCTB-CLO-MASTER-NEXT
                 UNTIL PGCTB-CLO-EOF
           END-IF
           CLOSE PGCTB-EQMST-FILE
           .
       PGCTB-CLO-ARCHIVE-MASTER-EXIT.
           EXIT.
      *
       PGCTB-CLO-MASTER-NEXT SECTION.
           READ PGCTB-EQMST-FILE NEXT RECORD
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              MOVE SPACES                 TO PGCTB-SAISARCH-RECORD
              MOVE PGCTB-CLO-SEASON       TO PGCTB-SAR-SEASON
              MOVE PGCTB-EQM-NOEQUIPE     TO PGCTB-SAR-NOEQUIPE
              MOVE ZERO                   TO PGCTB-SAR-NOJOUEUR
              MOVE PGCTB-CLO-STAMP-DATE   TO PGCTB-SAR-STAMP-DATE
              MOVE PGCTB-CLO-STAMP-TIME   TO PGCTB-SAR-STAMP-TIME
              MOVE PGCTB-EQM-NOMEQUIPE    TO PGCTB-SAR-NOMEQUIPE
              MOVE PGCTB-EQM-VILLE        TO PGCTB-SAR-VILLE
              MOVE PGCTB-EQM-NBJOUEURS    TO PGCTB-SAR-NBJOUEURS
              MOVE PGCTB-EQM-ACTIVE-FLAG  TO PGCTB-SAR-ACTIVE-FLAG
              MOVE PGCTB-EQM-LAST-SEEN    TO PGCTB-SAR-LAST-SEEN
              SET PGCTB-SAR-ON-MASTER     TO TRUE
              MOVE ZERO                   TO PGCTB-SAR-GAMES
              MOVE ZERO                   TO PGCTB-SAR-WINS
              MOVE ZERO                   TO PGCTB-SAR-LOSSES
              MOVE ZERO                   TO PGCTB-SAR-TIES
              MOVE ZERO                   TO PGCTB-SAR-POINTS
              WRITE PGCTB-SAISARCH-RECORD
              IF PGCTB-SAISARCH-STATUS NOT = '00'
                 PERFORM PGCTB-CLO-ARCH-FAIL
              END-IF
              ADD 1                       TO PGCTB-CLO-TEAM-COUNT
           WHEN '10'
              SET PGCTB-CLO-EOF           TO TRUE
           WHEN OTHER
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Equipe master I/O failure, status '
                                           DELIMITED BY SIZE
                     PGCTB-EQMST-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-EVALUATE
           .
       PGCTB-CLO-MASTER-NEXT-EXIT.
           EXIT.
      *************************************************************************
      * Tallies every game straight into the archived team rows -
      * two points the win, one the tie, as classemt counts them.
      * Working on the keyed archive rather than an in-memory table
      * leaves the close no ceiling on the number of teams. A team
      * in the results the master never heard of still gets its
      * row, marked, the way classemt still prints it.
       PGCTB-CLO-ARCHIVE-STANDINGS SECTION.
           MOVE 10                        TO PGCTB-CLO-SEQUENCE
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           PERFORM PGCTB-CLO-READ-PEXT
              UNTIL PGCTB-CLO-EOF
           CLOSE PGCTB-PEXTRACT-FILE
           .
       PGCTB-CLO-ARCHIVE-STANDINGS-EXIT.
           EXIT.
      *
       PGCTB-CLO-READ-PEXT SECTION.
           READ PGCTB-PEXTRACT-FILE INTO PGCTB-CLO-PWORK
              AT END
                 SET PGCTB-CLO-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-CPW-TAG = 'DET'
                    AND PGCTB-CPW-NOEQHOTE IS NUMERIC
                    AND PGCTB-CPW-NOEQVISIT IS NUMERIC
                    AND PGCTB-CPW-BUTSHOTE IS NUMERIC
                    AND PGCTB-CPW-BUTSVISIT IS NUMERIC
                    ADD 1                 TO PGCTB-CLO-GAME-COUNT
                    MOVE PGCTB-CPW-NOEQHOTE-N
                                          TO PGCTB-CLO-WORK-NOEQUIPE
                    MOVE PGCTB-CPW-BUTSHOTE-N
                                          TO PGCTB-CLO-GOALS-FOR
                    MOVE PGCTB-CPW-BUTSVISIT-N
                                          TO PGCTB-CLO-GOALS-AGAINST
                    PERFORM PGCTB-CLO-TALLY-SIDE
                    MOVE PGCTB-CPW-NOEQVISIT-N
                                          TO PGCTB-CLO-WORK-NOEQUIPE
                    MOVE PGCTB-CPW-BUTSVISIT-N
                                          TO PGCTB-CLO-GOALS-FOR
                    MOVE PGCTB-CPW-BUTSHOTE-N
                                          TO PGCTB-CLO-GOALS-AGAINST
                    PERFORM PGCTB-CLO-TALLY-SIDE
                 END-IF
           END-READ
           .
       PGCTB-CLO-READ-PEXT-EXIT.
           EXIT.
      *
       PGCTB-CLO-TALLY-SIDE SECTION.
           MOVE PGCTB-CLO-SEASON          TO PGCTB-SAR-SEASON
           MOVE PGCTB-CLO-WORK-NOEQUIPE   TO PGCTB-SAR-NOEQUIPE
           MOVE ZERO                      TO PGCTB-SAR-NOJOUEUR
           MOVE SPACE                     TO PGCTB-CLO-NEW-ROW-FLAG
           READ PGCTB-SAISARCH-FILE
           EVALUATE PGCTB-SAISARCH-STATUS
           WHEN '00'
              CONTINUE
           WHEN '23'
              SET PGCTB-CLO-NEW-ROW       TO TRUE
              ADD 1                       TO PGCTB-CLO-ORPHAN-COUNT
              MOVE SPACES                 TO PGCTB-SAISARCH-RECORD
              MOVE PGCTB-CLO-SEASON       TO PGCTB-SAR-SEASON
              MOVE PGCTB-CLO-WORK-NOEQUIPE TO PGCTB-SAR-NOEQUIPE
              MOVE ZERO                   TO PGCTB-SAR-NOJOUEUR
              MOVE PGCTB-CLO-STAMP-DATE   TO PGCTB-SAR-STAMP-DATE
              MOVE PGCTB-CLO-STAMP-TIME   TO PGCTB-SAR-STAMP-TIME
              MOVE '(equipe inconnue du maitre)'
                                          TO PGCTB-SAR-NOMEQUIPE
              MOVE ZERO                   TO PGCTB-SAR-NBJOUEURS
              MOVE ZERO                   TO PGCTB-SAR-GAMES
              MOVE ZERO                   TO PGCTB-SAR-WINS
              MOVE ZERO                   TO PGCTB-SAR-LOSSES
              MOVE ZERO                   TO PGCTB-SAR-TIES
              MOVE ZERO                   TO PGCTB-SAR-POINTS
           WHEN OTHER
              PERFORM PGCTB-CLO-ARCH-FAIL
           END-EVALUATE
      *
           IF PGCTB-SAR-GAMES = 0
              ADD 1                       TO PGCTB-CLO-RANKED-COUNT
           END-IF
           ADD 1                          TO PGCTB-SAR-GAMES
           EVALUATE TRUE
           WHEN PGCTB-CLO-GOALS-FOR > PGCTB-CLO-GOALS-AGAINST
              ADD 1                       TO PGCTB-SAR-WINS
              ADD 2                       TO PGCTB-SAR-POINTS
           WHEN PGCTB-CLO-GOALS-FOR < PGCTB-CLO-GOALS-AGAINST
              ADD 1                       TO PGCTB-SAR-LOSSES
           WHEN OTHER
              ADD 1                       TO PGCTB-SAR-TIES
              ADD 1                       TO PGCTB-SAR-POINTS
           END-EVALUATE
      *
           IF PGCTB-CLO-NEW-ROW
              WRITE PGCTB-SAISARCH-RECORD
           ELSE
              REWRITE PGCTB-SAISARCH-RECORD
           END-IF
           IF PGCTB-SAISARCH-STATUS NOT = '00'
              PERFORM PGCTB-CLO-ARCH-FAIL
           END-IF
           .
       PGCTB-CLO-TALLY-SIDE-EXIT.
           EXIT.
      *************************************************************************
      * One player row per Joueur extract DET, filed under its
      * team. A NoJoueur seen twice keeps its first row and is
      * counted on the certificate.
       PGCTB-CLO-ARCHIVE-ROSTER SECTION.
           MOVE 11                        TO PGCTB-CLO-SEQUENCE
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           PERFORM PGCTB-CLO-READ-JEXT
              UNTIL PGCTB-CLO-EOF
           CLOSE PGCTB-JEXTRACT-FILE
           .
       PGCTB-CLO-ARCHIVE-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-CLO-READ-JEXT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-CLO-JWORK
              AT END
                 SET PGCTB-CLO-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-CJW-TAG = 'DET'
                    AND PGCTB-CJW-NOJOUEUR IS NUMERIC
                    AND PGCTB-CJW-NOEQUIPE IS NUMERIC
                    AND PGCTB-CJW-NOJOUEUR-N > 0
                    PERFORM PGCTB-CLO-FILE-PLAYER
                 END-IF
           END-READ
           .
       PGCTB-CLO-READ-JEXT-EXIT.
           EXIT.
      *
       PGCTB-CLO-FILE-PLAYER SECTION.
           MOVE SPACES                    TO PGCTB-SAISARCH-RECORD
           MOVE PGCTB-CLO-SEASON          TO PGCTB-SAR-SEASON
           MOVE PGCTB-CJW-NOEQUIPE-N      TO PGCTB-SAR-NOEQUIPE
           MOVE PGCTB-CJW-NOJOUEUR-N      TO PGCTB-SAR-NOJOUEUR
           MOVE PGCTB-CLO-STAMP-DATE      TO PGCTB-SAR-STAMP-DATE
           MOVE PGCTB-CLO-STAMP-TIME      TO PGCTB-SAR-STAMP-TIME
           MOVE PGCTB-CJW-NOMJOUEUR       TO PGCTB-SAR-NOMJOUEUR
           MOVE PGCTB-CJW-POSITION        TO PGCTB-SAR-POSITION
           WRITE PGCTB-SAISARCH-RECORD
           EVALUATE PGCTB-SAISARCH-STATUS
           WHEN '00'
              ADD 1                       TO PGCTB-CLO-PLAYER-COUNT
           WHEN '22'
              ADD 1                       TO PGCTB-CLO-DUP-COUNT
           WHEN OTHER
              PERFORM PGCTB-CLO-ARCH-FAIL
           END-EVALUATE
           .
       PGCTB-CLO-FILE-PLAYER-EXIT.
           EXIT.
      *************************************************************************
      * Empties the three restart bookmarks and the delta
      * high-water mark. Their readers take an empty file as "no
      * bookmark" and "no high-water mark", so the new season's
      * first night starts every pull from the top.
       PGCTB-CLO-RESET-FILES SECTION.
           MOVE 12                        TO PGCTB-CLO-SEQUENCE
           OPEN OUTPUT PGCTB-CKPT-FILE
           IF PGCTB-CKPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to reset checkpoint file, status '
                                           DELIMITED BY SIZE
                     PGCTB-CKPT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-CKPT-FILE
           ADD 1                          TO PGCTB-CLO-RESET-COUNT
      *
           OPEN OUTPUT PGCTB-JCKPT-FILE
           IF PGCTB-JCKPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to reset Joueur checkpoint, status '
                                           DELIMITED BY SIZE
                     PGCTB-JCKPT-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-JCKPT-FILE
           ADD 1                          TO PGCTB-CLO-RESET-COUNT
      *
           OPEN OUTPUT PGCTB-PCKPT-FILE
           IF PGCTB-PCKPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to reset Partie checkpoint, status '
                                           DELIMITED BY SIZE
                     PGCTB-PCKPT-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-PCKPT-FILE
           ADD 1                          TO PGCTB-CLO-RESET-COUNT
      *
           OPEN OUTPUT PGCTB-STATE-FILE
           IF PGCTB-STATE-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to reset state file, status '
                                           DELIMITED BY SIZE
                     PGCTB-STATE-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           CLOSE PGCTB-STATE-FILE
           ADD 1                          TO PGCTB-CLO-RESET-COUNT
           .
       PGCTB-CLO-RESET-FILES-EXIT.
           EXIT.
      *************************************************************************
      * The season-close certificate - what was archived, under
      * which stamp, and what was reset.
       PGCTB-CLO-WRITE-CERT SECTION.
           MOVE 13                        TO PGCTB-CLO-SEQUENCE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'SEASON CLOSE CERTIFICATE - SEASON '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-SEASON        DELIMITED BY SIZE
                  ' - ENV '               DELIMITED BY SIZE
                  PGCTB-ENV-CODE          DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Night stamp.............: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-STAMP         DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE 'Nightly suite...........: every step ended code 0'
                                          TO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Earlier archive replaced: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-PURGE-COUNT   DELIMITED BY SIZE
                  ' rows'                 DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Teams from EQUIPMST.....: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-TEAM-COUNT    DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Games tallied...........: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-GAME-COUNT    DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Teams in the standings..: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-RANKED-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Teams not on master.....: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-ORPHAN-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Players archived........: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-PLAYER-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Duplicate players.......: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-DUP-COUNT     DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Files reset.............: '
                                          DELIMITED BY SIZE
                  PGCTB-CLO-RESET-COUNT   DELIMITED BY SIZE
                  ' - CKPTFILE JCKPTFIL PCKPTFIL STATEFILE'
                                          DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'CERTIFIED: season '    DELIMITED BY SIZE
                  PGCTB-CLO-SEASON        DELIMITED BY SIZE
                  ' closed and archived in SAISARCH'
                                          DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-CERT-LINE
           .
       PGCTB-CLO-WRITE-CERT-EXIT.
           EXIT.
      *
       PGCTB-CLO-WRITE-CERT-LINE SECTION.
           DISPLAY PGCTB-CLO-RPT-LINE(1:100)
           MOVE PGCTB-CLO-RPT-LINE        TO PGCTB-SAISCERT-RECORD
           WRITE PGCTB-SAISCERT-RECORD
           .
       PGCTB-CLO-WRITE-CERT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reprints one archived season in key order - each team's
      * standings line, then its closing roster. A season with
      * nothing archived is an error, not an empty report.
       PGCTB-CLO-REPRINT SECTION.
           MOVE 14                        TO PGCTB-CLO-SEQUENCE
           OPEN INPUT PGCTB-SAISARCH-FILE
           IF PGCTB-SAISARCH-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open season archive, status '
                                           DELIMITED BY SIZE
                     PGCTB-SAISARCH-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           OPEN OUTPUT PGCTB-SAISRPT-FILE
           IF PGCTB-SAISRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open season reprint, status '
                                           DELIMITED BY SIZE
                     PGCTB-SAISRPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'SEASON ARCHIVE - SEASON ' DELIMITED BY SIZE
                  PGCTB-CLO-SEASON        DELIMITED BY SIZE
                  ' - STANDINGS AND CLOSING ROSTERS'
                                          DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-RPT-LINE
      *
           MOVE PGCTB-CLO-SEASON          TO PGCTB-SAR-SEASON
           MOVE ZERO                      TO PGCTB-SAR-NOEQUIPE
           MOVE ZERO                      TO PGCTB-SAR-NOJOUEUR
           MOVE ZERO                      TO PGCTB-CLO-PREV-NOEQUIPE
           MOVE SPACE                     TO PGCTB-CLO-EOF-FLAG
           START PGCTB-SAISARCH-FILE KEY NOT < PGCTB-SAR-KEY
           IF PGCTB-SAISARCH-STATUS = '00'
              PERFORM PGCTB-CLO-REPRINT-NEXT
                 UNTIL PGCTB-CLO-EOF
           END-IF
      *
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           STRING 'Archived teams='       DELIMITED BY SIZE
                  PGCTB-CLO-TEAM-COUNT    DELIMITED BY SIZE
                  ' players='             DELIMITED BY SIZE
                  PGCTB-CLO-PLAYER-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-RPT-LINE
           CLOSE PGCTB-SAISARCH-FILE
           CLOSE PGCTB-SAISRPT-FILE
      *
           IF PGCTB-CLO-TEAM-COUNT = 0
              AND PGCTB-CLO-PLAYER-COUNT = 0
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Season '             DELIMITED BY SIZE
                     PGCTB-CLO-SEASON      DELIMITED BY SIZE
                     ' is not in the season archive'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-CLO-REPRINT-EXIT.
           EXIT.
      *
       PGCTB-CLO-REPRINT-NEXT SECTION.
           READ PGCTB-SAISARCH-FILE NEXT RECORD
           EVALUATE PGCTB-SAISARCH-STATUS
           WHEN '00'
              IF PGCTB-SAR-SEASON NOT = PGCTB-CLO-SEASON
                 SET PGCTB-CLO-EOF        TO TRUE
              ELSE
                 IF PGCTB-SAR-TEAM-ROW
                    PERFORM PGCTB-CLO-PRINT-TEAM
                 ELSE
                    PERFORM PGCTB-CLO-PRINT-PLAYER
                 END-IF
              END-IF
           WHEN '10'
              SET PGCTB-CLO-EOF           TO TRUE
           WHEN OTHER
              PERFORM PGCTB-CLO-ARCH-FAIL
           END-EVALUATE
           .
       PGCTB-CLO-REPRINT-NEXT-EXIT.
           EXIT.
      *
      * One standings line in classemt's shape: team, trimmed name
      * and Ville, wins, losses, ties, points.
       PGCTB-CLO-PRINT-TEAM SECTION.
           ADD 1                          TO PGCTB-CLO-TEAM-COUNT
           MOVE PGCTB-SAR-NOEQUIPE        TO PGCTB-CLO-PREV-NOEQUIPE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           PERFORM PGCTB-CLO-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           MOVE 1                         TO PGCTB-CLO-RPT-PTR
           STRING PGCTB-SAR-NOEQUIPE      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
                  WITH POINTER PGCTB-CLO-RPT-PTR
           MOVE PGCTB-SAR-NOMEQUIPE       TO PGCTB-CLO-NOM-WORK
           PERFORM PGCTB-CLO-APPEND-NOM
           STRING ' / '                   DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
                  WITH POINTER PGCTB-CLO-RPT-PTR
           MOVE PGCTB-SAR-VILLE           TO PGCTB-CLO-NOM-WORK
           PERFORM PGCTB-CLO-APPEND-NOM
           STRING ' W='                   DELIMITED BY SIZE
                  PGCTB-SAR-WINS          DELIMITED BY SIZE
                  ' L='                   DELIMITED BY SIZE
                  PGCTB-SAR-LOSSES        DELIMITED BY SIZE
                  ' T='                   DELIMITED BY SIZE
                  PGCTB-SAR-TIES          DELIMITED BY SIZE
                  ' PTS='                 DELIMITED BY SIZE
                  PGCTB-SAR-POINTS        DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
                  WITH POINTER PGCTB-CLO-RPT-PTR
           IF NOT PGCTB-SAR-ON-MASTER
              STRING ' ** NOT ON MASTER **' DELIMITED BY SIZE
                     INTO PGCTB-CLO-RPT-LINE
                     WITH POINTER PGCTB-CLO-RPT-PTR
           END-IF
           IF PGCTB-SAR-ACTIVE-FLAG = 'D'
              STRING ' (dropped)'         DELIMITED BY SIZE
                     INTO PGCTB-CLO-RPT-LINE
                     WITH POINTER PGCTB-CLO-RPT-PTR
           END-IF
           PERFORM PGCTB-CLO-WRITE-RPT-LINE
           .
       PGCTB-CLO-PRINT-TEAM-EXIT.
           EXIT.
      *
      * One roster line, indented under its team. A player whose
      * team has no archived row still prints, under a bare team
      * heading.
       PGCTB-CLO-PRINT-PLAYER SECTION.
           IF PGCTB-SAR-NOEQUIPE NOT = PGCTB-CLO-PREV-NOEQUIPE
              MOVE PGCTB-SAR-NOEQUIPE     TO PGCTB-CLO-PREV-NOEQUIPE
              MOVE SPACES                 TO PGCTB-CLO-RPT-LINE
              PERFORM PGCTB-CLO-WRITE-RPT-LINE
              MOVE SPACES                 TO PGCTB-CLO-RPT-LINE
              STRING PGCTB-SAR-NOEQUIPE   DELIMITED BY SIZE
                     ' (no archived team row)'
                                          DELIMITED BY SIZE
                     INTO PGCTB-CLO-RPT-LINE
              PERFORM PGCTB-CLO-WRITE-RPT-LINE
           END-IF
           ADD 1                          TO PGCTB-CLO-PLAYER-COUNT
           MOVE SPACES                    TO PGCTB-CLO-RPT-LINE
           MOVE 1                         TO PGCTB-CLO-RPT-PTR
           STRING '    '                  DELIMITED BY SIZE
                  PGCTB-SAR-NOJOUEUR      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
                  WITH POINTER PGCTB-CLO-RPT-PTR
           MOVE PGCTB-SAR-NOMJOUEUR       TO PGCTB-CLO-NOM-WORK
           PERFORM PGCTB-CLO-APPEND-NOM
           STRING ' '                     DELIMITED BY SIZE
                  PGCTB-SAR-POSITION      DELIMITED BY SIZE
                  INTO PGCTB-CLO-RPT-LINE
                  WITH POINTER PGCTB-CLO-RPT-PTR
           PERFORM PGCTB-CLO-WRITE-RPT-LINE
           .
       PGCTB-CLO-PRINT-PLAYER-EXIT.
           EXIT.
      *
      * Appends PGCTB-CLO-NOM-WORK, trimmed of its padding, at the
      * report pointer.
       PGCTB-CLO-APPEND-NOM SECTION.
           PERFORM PGCTB-CLO-TRIM-NOM-SCAN
              VARYING PGCTB-CLO-NOM-LEN FROM 50 BY -1
              UNTIL PGCTB-CLO-NOM-LEN = 0
                 OR PGCTB-CLO-NOM-WORK(PGCTB-CLO-NOM-LEN:1) NOT = SPACE
           IF PGCTB-CLO-NOM-LEN > 0
              STRING PGCTB-CLO-NOM-WORK(1:PGCTB-CLO-NOM-LEN)
                                          DELIMITED BY SIZE
                     INTO PGCTB-CLO-RPT-LINE
                     WITH POINTER PGCTB-CLO-RPT-PTR
           END-IF
           .
       PGCTB-CLO-APPEND-NOM-EXIT.
           EXIT.
      * No-op body - PGCTB-CLO-NOM-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-CLO-TRIM-NOM-SCAN SECTION.
           CONTINUE
           .
       PGCTB-CLO-TRIM-NOM-SCAN-EXIT.
           EXIT.
      *
       PGCTB-CLO-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-CLO-RPT-LINE(1:100)
           MOVE PGCTB-CLO-RPT-LINE        TO PGCTB-SAISRPT-RECORD
           WRITE PGCTB-SAISRPT-RECORD
           .
       PGCTB-CLO-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Any archive I/O failure other than the expected not-found
      * and duplicate is fatal - a half-written archive must not be
      * followed by a reset.
       PGCTB-CLO-ARCH-FAIL SECTION.
           MOVE 8                         TO PGCTB-RETURN-CODE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Season archive I/O failure, status '
                                           DELIMITED BY SIZE
                  PGCTB-SAISARCH-STATUS    DELIMITED BY SIZE
                  ' at key '               DELIMITED BY SIZE
                  PGCTB-SAR-KEY            DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           SET PGCTB-ERROR                TO TRUE
           PERFORM PGCTB-STATUS
           .
       PGCTB-CLO-ARCH-FAIL-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - a comma-delimited ENV-CODE,
      * MODE,SEASON - directly off the command line. A mode other
      * than C or R, or a missing season code, is refused rather
      * than guessed at.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
                         PGCTB-CLO-MODE
                         PGCTB-CLO-SEASON
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
           IF NOT PGCTB-CLO-MODE-CLOSE
              AND NOT PGCTB-CLO-MODE-REPRINT
              OR PGCTB-CLO-SEASON = SPACES
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'PARM must be ENV,C or R,season code: '
                                           DELIMITED BY SIZE
                     PGCTB-CLO-MODE        DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     PGCTB-CLO-SEASON      DELIMITED BY SIZE
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
      * close step number, to the dated error-log file. The file is
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
           MOVE PGCTB-CLO-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
