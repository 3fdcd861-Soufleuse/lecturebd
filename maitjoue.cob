      ****************************************************************
      * Fichier maitre Joueur INDEXED, tenu chaque nuit a partir de
      * l'extract de roster de lecturjo.
      *
      * EQUIPMST donne une vue par cle des equipes, mais les joueurs
      * ne vivaient que dans JEXTRACT, reecrit a neuf chaque
      * passage, et le rapport MOUV de mouvjoue disparait au passage
      * suivant. Ce programme:
      *   - applique chaque DET de JEXTRACT a un maitre INDEXED cle
      *     sur NoJoueur (JOUEMST): nom, NoEquipe et position
      *     courants, premiere et derniere presence, drapeau actif/
      *     libere, et l'historique de chaque sejour du joueur dans
      *     une equipe avec dates de debut et de fin;
      *   - marque liberes les joueurs actifs absents de l'extract
      *     de la nuit (JEXTRACT est un plein balayage) et ferme
      *     leur sejour courant - sauf si le HDR marque un extract
      *     de relance de lecturjo, qui ne porte que les joueurs
      *     apres le signet: les joueurs lus sont appliques mais
      *     personne n'est libere, et ERRLOG et JOUERPT le disent;
      *   - en mode consultation (type et cle au PARM), imprime sur
      *     JOUERPT la carriere complete d'un joueur (type J,
      *     NoJoueur), ou tous les joueurs ayant jamais porte les
      *     couleurs d'une equipe (type E, NoEquipe).
      * Les litiges d'admissibilite et de paie se ramenent toujours
      * a "quand exactement etait-il sur ce roster".
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. maitjoue.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The Joueur roster extract lecturjo wrote - always a full
      * fetch of the table, never a delta.
           SELECT PGCTB-JEXTRACT-FILE   ASSIGN TO "JEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JEXTRACT-STATUS.
      *
      * The permanent keyed Joueur master - one row per player ever
      * seen, carrying the player's team history.
           SELECT PGCTB-JOMST-FILE      ASSIGN TO "JOUEMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-JOM-NOJOUEUR
                  FILE STATUS IS PGCTB-JOMST-STATUS.
      *
      * The keyed Equipe master majequip maintains, read by key in
      * inquiry mode for the team names.
           SELECT PGCTB-EQMST-FILE      ASSIGN TO "EQUIPMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-EQM-NOEQUIPE
                  FILE STATUS IS PGCTB-EQMST-STATUS.
      *
      * Career inquiry report, read by the league office.
           SELECT PGCTB-JOUERPT-FILE    ASSIGN TO "JOUERPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JOUERPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to.
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
      * HDR date/time stamp it worked on; this step refuses to
      * maintain the player master from a roster extract lecturjo
      * has not finished clean on that same stamp.
           SELECT PGCTB-SUICTL-FILE     ASSIGN TO "SUITECTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SUICTL-STATUS.
      *
      * Data division
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD  PGCTB-JEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JEXTRACT-RECORD         PIC X(132).
      *
      * The team history is a fixed repeating group - one row per
      * stint, oldest first. An open stint (the player's current
      * team) has a blank end date. Dates are YYMMDD, like the
      * last-seen stamp on EQUIPMST, and are the JEXTRACT HDR date
      * of the night they describe.
       FD  PGCTB-JOMST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JOMST-RECORD.
           05  PGCTB-JOM-NOJOUEUR        PIC 9(09).
           05  PGCTB-JOM-NOMJOUEUR       PIC X(50).
           05  PGCTB-JOM-NOEQUIPE        PIC 9(09).
           05  PGCTB-JOM-POSITION        PIC X(20).
           05  PGCTB-JOM-FIRST-SEEN      PIC X(06).
           05  PGCTB-JOM-LAST-SEEN       PIC X(06).
           05  PGCTB-JOM-ACTIVE-FLAG     PIC X(01).
               88  PGCTB-JOM-ACTIVE      VALUE 'A'.
               88  PGCTB-JOM-RELEASED    VALUE 'R'.
           05  PGCTB-JOM-HIST-COUNT      PIC 9(02).
           05  PGCTB-JOM-HIST-ROW OCCURS 20.
               10  PGCTB-JOH-NOEQUIPE    PIC 9(09).
               10  PGCTB-JOH-START       PIC X(06).
               10  PGCTB-JOH-END         PIC X(06).
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
       FD  PGCTB-JOUERPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JOUERPT-RECORD          PIC X(132).
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
HISTOR     VALUE '20261015 1.1 NO RELEASE ON RESTART'.
      *
      * Player master step number stamped into the error log the
      * way the DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-MJO-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of a roster extract record, examined through the
      * same layouts lecturjo writes.
       01  PGCTB-MJO-WORK                 PIC X(132).
       01  PGCTB-MJO-HDR REDEFINES PGCTB-MJO-WORK.
           05  PGCTB-MHW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-MHW-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-MHW-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-MHW-TIME            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-MHW-RESTART-FLAG    PIC X(01).
           05  FILLER                    PIC X(104).
       01  PGCTB-MJO-DET REDEFINES PGCTB-MJO-WORK.
           05  PGCTB-MJW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-MJW-NOJOUEUR        PIC X(09).
           05  PGCTB-MJW-NOJOUEUR-N REDEFINES PGCTB-MJW-NOJOUEUR
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-MJW-NOMJOUEUR       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-MJW-NOEQUIPE        PIC X(09).
           05  PGCTB-MJW-NOEQUIPE-N REDEFINES PGCTB-MJW-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-MJW-POSITION        PIC X(20).
           05  FILLER                    PIC X(37).
       01  PGCTB-MJO-TRL REDEFINES PGCTB-MJO-WORK.
           05  PGCTB-MTW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-MTW-ROWCOUNT        PIC X(08).
           05  PGCTB-MTW-ROWCOUNT-N REDEFINES PGCTB-MTW-ROWCOUNT
                                          PIC 9(08).
           05  FILLER                    PIC X(120).
      *
      * Run-time PARM - comma-delimited ENV-CODE,INQUIRY-TYPE,
      * INQUIRY-KEY. A blank type runs the nightly maintenance
      * pass; type J prints one player's career by NoJoueur, type E
      * everyone who ever played for one NoEquipe.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
       01  PGCTB-MJO-INQ-TYPE             PIC X(01) VALUE SPACE.
           88  PGCTB-MJO-INQ-NONE         VALUE SPACE.
           88  PGCTB-MJO-INQ-JOUEUR       VALUE 'J'.
           88  PGCTB-MJO-INQ-EQUIPE       VALUE 'E'.
       01  PGCTB-MJO-INQ-TEXT             PIC X(09) VALUE SPACES.
       01  PGCTB-MJO-INQ-JUST             PIC X(09) VALUE SPACES.
       01  PGCTB-MJO-INQ-LEN              PIC 9(02) COMP.
       01  PGCTB-MJO-INQ-KEY              PIC 9(09) VALUE ZERO.
      *
      * The night every row of this pass is stamped with - the
      * JEXTRACT HDR date, not the wall clock, so a late rerun
      * files under the night it describes.
       01  PGCTB-MJO-NIGHT-DATE           PIC X(06) VALUE SPACES.
       01  PGCTB-MJO-HDR-SEEN-FLAG        PIC X(01) VALUE SPACE.
           88  PGCTB-MJO-HDR-SEEN         VALUE 'Y'.
      *
      * Set off the HDR of a lecturjo restart - that extract holds
      * only the rows past the checkpoint, so absence from it
      * proves nothing and the release pass is skipped.
       01  PGCTB-MJO-PARTIAL-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-MJO-PARTIAL          VALUE 'Y'.
       01  PGCTB-MJO-TRL-SEEN-FLAG        PIC X(01) VALUE SPACE.
           88  PGCTB-MJO-TRL-SEEN         VALUE 'Y'.
       01  PGCTB-MJO-TRL-COUNT            PIC 9(08) VALUE ZERO.
      *
      * Maintenance tallies for the console summary.
       01  PGCTB-MJO-DET-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-ADD-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-MOVE-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-BACK-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-SAME-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-REL-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-BAD-COUNT            PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-MJO-HIST-MAX             PIC 9(02) VALUE 20.
       01  PGCTB-MJO-HIST-IDX             PIC 9(02) COMP.
      *
      * Inquiry tallies and report work fields.
       01  PGCTB-MJO-INQ-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-MJO-TEAM-HIT-FLAG        PIC X(01) VALUE SPACE.
           88  PGCTB-MJO-TEAM-HIT         VALUE 'Y'.
       01  PGCTB-MJO-RPT-LINE             PIC X(132).
       01  PGCTB-MJO-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-MJO-NOM-WORK             PIC X(50).
       01  PGCTB-MJO-NOM-LEN              PIC 9(02) COMP.
       01  PGCTB-MJO-DATE-WORK            PIC X(06).
      *
       01  PGCTB-JEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-JEXT-EOF             VALUE 'Y'.
       01  PGCTB-JOM-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-JOM-EOF              VALUE 'Y'.
      *
      * Suite-control gate support. The stamp is read off the
      * extract HDR ahead of the maintenance pass; an extract that
      * cannot yield one is refused outright.
       01  PGCTB-SUITE-PRED-NAME          PIC X(08) VALUE 'lecturjo'.
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
       01  PGCTB-JEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-JOMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-JOUERPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'maitjoue'                  TO PGCTB-PROGRAM-NAME
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
           DISPLAY '*  INQUIRY......: ' PGCTB-MJO-INQ-TYPE ' '
                   PGCTB-MJO-INQ-TEXT ' *'
           DISPLAY '*******************************************'
                   '*********'
      *
      * An inquiry is a read-only consultation - it never registers
      * on the suite control, so the END registration is marked
      * already written and the error funnel leaves SUITECTL alone.
           IF PGCTB-MJO-INQ-NONE
              PERFORM PGCTB-MJO-MAINTAIN-RUN
           ELSE
              SET PGCTB-SUITE-END-WRITTEN TO TRUE
              PERFORM PGCTB-MJO-INQUIRE
           END-IF
      *
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
           MOVE 0                       TO PGCTB-SUITE-END-RC
           PERFORM PGCTB-SUITE-REG-END
           MOVE 0                       TO RETURN-CODE
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
      * The nightly maintenance pass - gated on lecturjo, folds the
      * night's roster into the master, then releases the players
      * the roster no longer carries.
      *
      * The pass is safe to rerun on the same extract: a player
      * already filed on tonight's team only has tonight's
      * last-seen stamp refreshed again, and the release pass only
      * acts on players not stamped tonight. A restart extract is
      * applied the same way, but nobody is released from it.
       PGCTB-MJO-MAINTAIN-RUN SECTION.
           PERFORM PGCTB-SUITE-GET-STAMP
           PERFORM PGCTB-SUITE-CHECK-PRED
           PERFORM PGCTB-SUITE-REG-START
      *
           PERFORM PGCTB-MJO-OPEN-FILES
           PERFORM PGCTB-MJO-READ-JEXTRACT
              UNTIL PGCTB-JEXT-EOF
      *
      * A roster with no HDR never yielded a night date, and one
      * without its TRL (or whose TRL disagrees with the DET count)
      * may be cut short - releasing everyone missing from it would
      * release players who are still on a roster. Both stop the
      * run before the release pass.
           MOVE 6                         TO PGCTB-MJO-SEQUENCE
           IF NOT PGCTB-MJO-HDR-SEEN
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Roster extract carries no HDR stamp'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF NOT PGCTB-MJO-TRL-SEEN
              OR PGCTB-MJO-TRL-COUNT NOT = PGCTB-MJO-DET-COUNT
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Roster extract TRL missing or count mismatch,'
                                           DELIMITED BY SIZE
                     ' no players released'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           IF PGCTB-MJO-PARTIAL
              PERFORM PGCTB-MJO-SKIP-RELEASE
           ELSE
              PERFORM PGCTB-MJO-RELEASE-PASS
           END-IF
      *
           CLOSE PGCTB-JEXTRACT-FILE
           CLOSE PGCTB-JOMST-FILE
      *
           DISPLAY 'Player master: roster=' PGCTB-MJO-DET-COUNT
                   ' new=' PGCTB-MJO-ADD-COUNT
                   ' moved=' PGCTB-MJO-MOVE-COUNT
                   ' returned=' PGCTB-MJO-BACK-COUNT
                   ' same=' PGCTB-MJO-SAME-COUNT
                   ' released=' PGCTB-MJO-REL-COUNT
                   ' bad=' PGCTB-MJO-BAD-COUNT
                   ' night=' PGCTB-MJO-NIGHT-DATE
           .
       PGCTB-MJO-MAINTAIN-RUN-EXIT.
           EXIT.
      *************************************************************************
      * Opens the roster extract and the keyed player master,
      * creating the master empty on the first-ever run the way
      * majequip creates EQUIPMST.
       PGCTB-MJO-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-MJO-SEQUENCE
           OPEN INPUT PGCTB-JEXTRACT-FILE
           IF PGCTB-JEXTRACT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open roster extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-JEXTRACT-STATUS DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 2                         TO PGCTB-MJO-SEQUENCE
           OPEN I-O PGCTB-JOMST-FILE
           IF PGCTB-JOMST-STATUS = '35'
              OPEN OUTPUT PGCTB-JOMST-FILE
              CLOSE PGCTB-JOMST-FILE
              OPEN I-O PGCTB-JOMST-FILE
           END-IF
           IF PGCTB-JOMST-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open Joueur master, status '
                                           DELIMITED BY SIZE
                     PGCTB-JOMST-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-MJO-OPEN-FILES-EXIT.
           EXIT.
      *
      * One trip around the roster loop - the HDR sets the night
      * date, each DET is applied, the TRL count is kept for the
      * completeness check.
       PGCTB-MJO-READ-JEXTRACT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-MJO-WORK
              AT END
                 SET PGCTB-JEXT-EOF      TO TRUE
              NOT AT END
                 EVALUATE PGCTB-MHW-TAG
                 WHEN 'HDR'
                    MOVE PGCTB-MHW-DATE   TO PGCTB-MJO-NIGHT-DATE
                    SET PGCTB-MJO-HDR-SEEN TO TRUE
                    IF PGCTB-MHW-RESTART-FLAG = 'Y'
                       SET PGCTB-MJO-PARTIAL TO TRUE
                    END-IF
                 WHEN 'DET'
                    ADD 1                 TO PGCTB-MJO-DET-COUNT
                    IF PGCTB-MJO-HDR-SEEN
                       PERFORM PGCTB-MJO-APPLY-DET
                    END-IF
                 WHEN 'TRL'
                    SET PGCTB-MJO-TRL-SEEN TO TRUE
                    IF PGCTB-MTW-ROWCOUNT IS NUMERIC
                       MOVE PGCTB-MTW-ROWCOUNT-N
                                          TO PGCTB-MJO-TRL-COUNT
                    END-IF
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
           END-READ
           .
       PGCTB-MJO-READ-JEXTRACT-EXIT.
           EXIT.
      *
      * Applies one DET: keyed READ on NoJoueur decides between a
      * new player and an update of a known one. A DET with a bad
      * key is counted and logged, never applied.
       PGCTB-MJO-APPLY-DET SECTION.
           MOVE 3                         TO PGCTB-MJO-SEQUENCE
           IF PGCTB-MJW-NOJOUEUR NOT NUMERIC
              OR PGCTB-MJW-NOEQUIPE NOT NUMERIC
              ADD 1                       TO PGCTB-MJO-BAD-COUNT
              MOVE SPACES                 TO PGCTB-ERROR-MESSAGE
              STRING 'DET record with non-numeric key skipped: '
                                           DELIMITED BY SIZE
                     PGCTB-MJW-NOJOUEUR    DELIMITED BY SIZE
                     ' / '                 DELIMITED BY SIZE
                     PGCTB-MJW-NOEQUIPE    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              PERFORM PGCTB-LOG-ERROR
              MOVE SPACES                 TO PGCTB-ERROR-MESSAGE
           ELSE
              MOVE PGCTB-MJW-NOJOUEUR-N   TO PGCTB-JOM-NOJOUEUR
              READ PGCTB-JOMST-FILE
              EVALUATE PGCTB-JOMST-STATUS
              WHEN '00'
                 PERFORM PGCTB-MJO-UPDATE-PLAYER
              WHEN '23'
                 PERFORM PGCTB-MJO-ADD-PLAYER
              WHEN OTHER
                 PERFORM PGCTB-MJO-IO-FAIL
              END-EVALUATE
           END-IF
           .
       PGCTB-MJO-APPLY-DET-EXIT.
           EXIT.
      *************************************************************************
      * Files a player the master has never seen - first and last
      * seen tonight, one open stint on tonight's team.
       PGCTB-MJO-ADD-PLAYER SECTION.
           MOVE SPACES                    TO PGCTB-JOMST-RECORD
           MOVE PGCTB-MJW-NOJOUEUR-N      TO PGCTB-JOM-NOJOUEUR
           MOVE PGCTB-MJW-NOMJOUEUR       TO PGCTB-JOM-NOMJOUEUR
           MOVE PGCTB-MJW-NOEQUIPE-N      TO PGCTB-JOM-NOEQUIPE
           MOVE PGCTB-MJW-POSITION        TO PGCTB-JOM-POSITION
           MOVE PGCTB-MJO-NIGHT-DATE      TO PGCTB-JOM-FIRST-SEEN
           MOVE PGCTB-MJO-NIGHT-DATE      TO PGCTB-JOM-LAST-SEEN
           SET PGCTB-JOM-ACTIVE           TO TRUE
           MOVE ZERO                      TO PGCTB-JOM-HIST-COUNT
           PERFORM PGCTB-MJO-OPEN-STINT
           WRITE PGCTB-JOMST-RECORD
           IF PGCTB-JOMST-STATUS NOT = '00'
              PERFORM PGCTB-MJO-IO-FAIL
           END-IF
           ADD 1                          TO PGCTB-MJO-ADD-COUNT
           .
       PGCTB-MJO-ADD-PLAYER-EXIT.
           EXIT.
      *
      * Updates a known player. A released player who reappears
      * starts a fresh stint even on the old team - the gap between
      * the two is exactly what a dispute asks about. An active
      * player on a new team has the open stint closed at the last
      * night the player was seen on the old one and a new stint
      * opened tonight.
       PGCTB-MJO-UPDATE-PLAYER SECTION.
           EVALUATE TRUE
           WHEN PGCTB-JOM-RELEASED
              SET PGCTB-JOM-ACTIVE        TO TRUE
              PERFORM PGCTB-MJO-OPEN-STINT
              ADD 1                       TO PGCTB-MJO-BACK-COUNT
           WHEN PGCTB-JOM-NOEQUIPE NOT = PGCTB-MJW-NOEQUIPE-N
              PERFORM PGCTB-MJO-CLOSE-STINT
              PERFORM PGCTB-MJO-OPEN-STINT
              ADD 1                       TO PGCTB-MJO-MOVE-COUNT
           WHEN OTHER
              ADD 1                       TO PGCTB-MJO-SAME-COUNT
           END-EVALUATE
           MOVE PGCTB-MJW-NOMJOUEUR       TO PGCTB-JOM-NOMJOUEUR
           MOVE PGCTB-MJW-NOEQUIPE-N      TO PGCTB-JOM-NOEQUIPE
           MOVE PGCTB-MJW-POSITION        TO PGCTB-JOM-POSITION
           MOVE PGCTB-MJO-NIGHT-DATE      TO PGCTB-JOM-LAST-SEEN
           REWRITE PGCTB-JOMST-RECORD
           IF PGCTB-JOMST-STATUS NOT = '00'
              PERFORM PGCTB-MJO-IO-FAIL
           END-IF
           .
       PGCTB-MJO-UPDATE-PLAYER-EXIT.
           EXIT.
      *
      * Appends an open stint on the DET's team, starting tonight.
      * A history already full is fatal before the master is
      * rewritten - a career silently cut short is worse than a
      * stopped run.
       PGCTB-MJO-OPEN-STINT SECTION.
           IF PGCTB-JOM-HIST-COUNT >= PGCTB-MJO-HIST-MAX
              MOVE 9                     TO PGCTB-RETURN-CODE
              MOVE 4                     TO PGCTB-MJO-SEQUENCE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Team history full for player '
                                           DELIMITED BY SIZE
                     PGCTB-JOM-NOJOUEUR    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           ADD 1                          TO PGCTB-JOM-HIST-COUNT
           MOVE PGCTB-MJW-NOEQUIPE-N
              TO PGCTB-JOH-NOEQUIPE (PGCTB-JOM-HIST-COUNT)
           MOVE PGCTB-MJO-NIGHT-DATE
              TO PGCTB-JOH-START (PGCTB-JOM-HIST-COUNT)
           MOVE SPACES
              TO PGCTB-JOH-END (PGCTB-JOM-HIST-COUNT)
           .
       PGCTB-MJO-OPEN-STINT-EXIT.
           EXIT.
      *
      * Closes the open stint at the last night the player was seen
      * on it.
       PGCTB-MJO-CLOSE-STINT SECTION.
           IF PGCTB-JOM-HIST-COUNT > 0
              IF PGCTB-JOH-END (PGCTB-JOM-HIST-COUNT) = SPACES
                 MOVE PGCTB-JOM-LAST-SEEN
                    TO PGCTB-JOH-END (PGCTB-JOM-HIST-COUNT)
              END-IF
           END-IF
           .
       PGCTB-MJO-CLOSE-STINT-EXIT.
           EXIT.
      *************************************************************************
      * The release pass: reads the whole master in key order and
      * releases every active player whose last-seen stamp was not
      * refreshed by tonight's roster. Outside a restart lecturjo
      * fetches the full table, so absence from the roster means
      * off every roster.
       PGCTB-MJO-RELEASE-PASS SECTION.
           MOVE 7                         TO PGCTB-MJO-SEQUENCE
           MOVE ZERO                      TO PGCTB-JOM-NOJOUEUR
           START PGCTB-JOMST-FILE KEY NOT < PGCTB-JOM-NOJOUEUR
           IF PGCTB-JOMST-STATUS = '00'
              PERFORM PGCTB-MJO-RELEASE-NEXT
                 UNTIL PGCTB-JOM-EOF
           END-IF
           .
       PGCTB-MJO-RELEASE-PASS-EXIT.
           EXIT.
      *
       PGCTB-MJO-RELEASE-NEXT SECTION.
           READ PGCTB-JOMST-FILE NEXT RECORD
           EVALUATE PGCTB-JOMST-STATUS
           WHEN '00'
              IF PGCTB-JOM-ACTIVE
                 AND PGCTB-JOM-LAST-SEEN NOT = PGCTB-MJO-NIGHT-DATE
                 PERFORM PGCTB-MJO-CLOSE-STINT
                 SET PGCTB-JOM-RELEASED   TO TRUE
                 REWRITE PGCTB-JOMST-RECORD
                 IF PGCTB-JOMST-STATUS NOT = '00'
                    PERFORM PGCTB-MJO-IO-FAIL
                 END-IF
                 ADD 1                    TO PGCTB-MJO-REL-COUNT
              END-IF
           WHEN '10'
              SET PGCTB-JOM-EOF           TO TRUE
           WHEN OTHER
              PERFORM PGCTB-MJO-IO-FAIL
           END-EVALUATE
           .
       PGCTB-MJO-RELEASE-NEXT-EXIT.
           EXIT.
      *
      * A restart extract carries only the players past lecturjo's
      * checkpoint, so the release pass would release everyone
      * before it. The skip is logged and printed on JOUERPT -
      * the next full extract releases whoever has really left.
       PGCTB-MJO-SKIP-RELEASE SECTION.
           MOVE 10                        TO PGCTB-MJO-SEQUENCE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Release pass skipped - roster extract is a partial'
                                           DELIMITED BY SIZE
                  ' restart extract, no players released'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           DISPLAY '** ' PGCTB-ERROR-MESSAGE ' **'
           PERFORM PGCTB-LOG-ERROR
      *
           OPEN OUTPUT PGCTB-JOUERPT-FILE
           IF PGCTB-JOUERPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open player report, status '
                                           DELIMITED BY SIZE
                     PGCTB-JOUERPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE PGCTB-ERROR-MESSAGE       TO PGCTB-MJO-RPT-LINE
           PERFORM PGCTB-MJO-WRITE-RPT-LINE
           CLOSE PGCTB-JOUERPT-FILE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           .
       PGCTB-MJO-SKIP-RELEASE-EXIT.
           EXIT.
      *************************************************************************
      * A keyed-file I/O failure is always fatal, with the master's
      * status and key in the message.
       PGCTB-MJO-IO-FAIL SECTION.
           MOVE 5                         TO PGCTB-MJO-SEQUENCE
           MOVE 8                         TO PGCTB-RETURN-CODE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Joueur master I/O failure, status '
                                           DELIMITED BY SIZE
                  PGCTB-JOMST-STATUS       DELIMITED BY SIZE
                  ' at key '               DELIMITED BY SIZE
                  PGCTB-JOM-NOJOUEUR       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           SET PGCTB-ERROR                TO TRUE
           PERFORM PGCTB-STATUS
           .
       PGCTB-MJO-IO-FAIL-EXIT.
           EXIT.
      *************************************************************************
      * The inquiry pass. By NoJoueur it is one keyed READ; by
      * NoEquipe the master is read whole in key order and every
      * player with a stint on that team is printed - the same
      * keyed scan profequi uses for a Ville request.
       PGCTB-MJO-INQUIRE SECTION.
           MOVE 8                         TO PGCTB-MJO-SEQUENCE
           OPEN INPUT PGCTB-JOMST-FILE
           IF PGCTB-JOMST-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open Joueur master, status '
                                           DELIMITED BY SIZE
                     PGCTB-JOMST-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
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
           OPEN OUTPUT PGCTB-JOUERPT-FILE
           IF PGCTB-JOUERPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open inquiry report, status '
                                           DELIMITED BY SIZE
                     PGCTB-JOUERPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           IF PGCTB-MJO-INQ-JOUEUR
              PERFORM PGCTB-MJO-INQ-BY-JOUEUR
           ELSE
              PERFORM PGCTB-MJO-INQ-BY-EQUIPE
           END-IF
      *
           CLOSE PGCTB-JOMST-FILE
           CLOSE PGCTB-EQMST-FILE
           CLOSE PGCTB-JOUERPT-FILE
           DISPLAY 'Inquiry: players printed: ' PGCTB-MJO-INQ-COUNT
           .
       PGCTB-MJO-INQUIRE-EXIT.
           EXIT.
      *
      * One player's career - the master row, then every stint in
      * order with the team's name off EQUIPMST.
       PGCTB-MJO-INQ-BY-JOUEUR SECTION.
           MOVE SPACES                    TO PGCTB-MJO-RPT-LINE
           STRING 'Career of player '     DELIMITED BY SIZE
                  PGCTB-MJO-INQ-KEY       DELIMITED BY SIZE
                                  INTO PGCTB-MJO-RPT-LINE
           PERFORM PGCTB-MJO-WRITE-RPT-LINE
      *
           MOVE PGCTB-MJO-INQ-KEY         TO PGCTB-JOM-NOJOUEUR
           READ PGCTB-JOMST-FILE
           EVALUATE PGCTB-JOMST-STATUS
           WHEN '00'
              ADD 1                       TO PGCTB-MJO-INQ-COUNT
              PERFORM PGCTB-MJO-RPT-PLAYER
              PERFORM PGCTB-MJO-RPT-STINT
                 VARYING PGCTB-MJO-HIST-IDX FROM 1 BY 1
                 UNTIL PGCTB-MJO-HIST-IDX > PGCTB-JOM-HIST-COUNT
           WHEN '23'
              MOVE 'No player on file with this NoJoueur'
                                          TO PGCTB-MJO-RPT-LINE
              PERFORM PGCTB-MJO-WRITE-RPT-LINE
           WHEN OTHER
              MOVE 9                      TO PGCTB-MJO-SEQUENCE
              PERFORM PGCTB-MJO-IO-FAIL
           END-EVALUATE
           .
       PGCTB-MJO-INQ-BY-JOUEUR-EXIT.
           EXIT.
      *
      * Everyone who ever played for one team - the team's name
      * first, then each such player with the stints on that team.
       PGCTB-MJO-INQ-BY-EQUIPE SECTION.
           MOVE PGCTB-MJO-INQ-KEY         TO PGCTB-EQM-NOEQUIPE
           PERFORM PGCTB-MJO-READ-TEAM
           MOVE SPACES                    TO PGCTB-MJO-RPT-LINE
           MOVE 1                         TO PGCTB-MJO-RPT-PTR
           STRING 'Players who have played for team '
                                          DELIMITED BY SIZE
                  PGCTB-MJO-INQ-KEY       DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-EQM-NOMEQUIPE       TO PGCTB-MJO-NOM-WORK
           PERFORM PGCTB-MJO-APPEND-NOM
           PERFORM PGCTB-MJO-WRITE-RPT-LINE
      *
           MOVE ZERO                      TO PGCTB-JOM-NOJOUEUR
           START PGCTB-JOMST-FILE KEY NOT < PGCTB-JOM-NOJOUEUR
           IF PGCTB-JOMST-STATUS = '00'
              PERFORM PGCTB-MJO-INQ-SCAN-NEXT
                 UNTIL PGCTB-JOM-EOF
           END-IF
      *
           IF PGCTB-MJO-INQ-COUNT = 0
              MOVE 'No player on file has played for this team'
                                          TO PGCTB-MJO-RPT-LINE
              PERFORM PGCTB-MJO-WRITE-RPT-LINE
           END-IF
           .
       PGCTB-MJO-INQ-BY-EQUIPE-EXIT.
           EXIT.
      *
       PGCTB-MJO-INQ-SCAN-NEXT SECTION.
           READ PGCTB-JOMST-FILE NEXT RECORD
           EVALUATE PGCTB-JOMST-STATUS
           WHEN '00'
              MOVE SPACE                  TO PGCTB-MJO-TEAM-HIT-FLAG
              PERFORM PGCTB-MJO-SCAN-STINT
                 VARYING PGCTB-MJO-HIST-IDX FROM 1 BY 1
                 UNTIL PGCTB-MJO-HIST-IDX > PGCTB-JOM-HIST-COUNT
                    OR PGCTB-MJO-TEAM-HIT
              IF PGCTB-MJO-TEAM-HIT
                 ADD 1                    TO PGCTB-MJO-INQ-COUNT
                 PERFORM PGCTB-MJO-RPT-PLAYER
                 PERFORM PGCTB-MJO-RPT-TEAM-STINT
                    VARYING PGCTB-MJO-HIST-IDX FROM 1 BY 1
                    UNTIL PGCTB-MJO-HIST-IDX > PGCTB-JOM-HIST-COUNT
              END-IF
           WHEN '10'
              SET PGCTB-JOM-EOF           TO TRUE
           WHEN OTHER
              MOVE 9                      TO PGCTB-MJO-SEQUENCE
              PERFORM PGCTB-MJO-IO-FAIL
           END-EVALUATE
           .
       PGCTB-MJO-INQ-SCAN-NEXT-EXIT.
           EXIT.
      *
       PGCTB-MJO-SCAN-STINT SECTION.
           IF PGCTB-JOH-NOEQUIPE (PGCTB-MJO-HIST-IDX)
              = PGCTB-MJO-INQ-KEY
              SET PGCTB-MJO-TEAM-HIT      TO TRUE
           END-IF
           .
       PGCTB-MJO-SCAN-STINT-EXIT.
           EXIT.
      *
       PGCTB-MJO-RPT-TEAM-STINT SECTION.
           IF PGCTB-JOH-NOEQUIPE (PGCTB-MJO-HIST-IDX)
              = PGCTB-MJO-INQ-KEY
              PERFORM PGCTB-MJO-RPT-STINT
           END-IF
           .
       PGCTB-MJO-RPT-TEAM-STINT-EXIT.
           EXIT.
      *
      * The player line: number, trimmed name, position, status and
      * first/last seen.
       PGCTB-MJO-RPT-PLAYER SECTION.
           MOVE SPACES                    TO PGCTB-MJO-RPT-LINE
           MOVE 1                         TO PGCTB-MJO-RPT-PTR
           STRING PGCTB-JOM-NOJOUEUR      DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOM-NOMJOUEUR       TO PGCTB-MJO-NOM-WORK
           PERFORM PGCTB-MJO-APPEND-NOM
           STRING ' / '                   DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOM-POSITION        TO PGCTB-MJO-NOM-WORK
           PERFORM PGCTB-MJO-APPEND-NOM
           IF PGCTB-JOM-ACTIVE
              STRING ' ACTIVE'            DELIMITED BY SIZE
                     INTO PGCTB-MJO-RPT-LINE
                     WITH POINTER PGCTB-MJO-RPT-PTR
           ELSE
              STRING ' ** RELEASED **'    DELIMITED BY SIZE
                     INTO PGCTB-MJO-RPT-LINE
                     WITH POINTER PGCTB-MJO-RPT-PTR
           END-IF
           STRING ' first seen '          DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOM-FIRST-SEEN      TO PGCTB-MJO-DATE-WORK
           PERFORM PGCTB-MJO-APPEND-DATE
           STRING ' last seen '           DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOM-LAST-SEEN       TO PGCTB-MJO-DATE-WORK
           PERFORM PGCTB-MJO-APPEND-DATE
           PERFORM PGCTB-MJO-WRITE-RPT-LINE
           .
       PGCTB-MJO-RPT-PLAYER-EXIT.
           EXIT.
      *
      * One stint line: team number and name, start and end dates -
      * an open stint ends "present".
       PGCTB-MJO-RPT-STINT SECTION.
           MOVE PGCTB-JOH-NOEQUIPE (PGCTB-MJO-HIST-IDX)
                                          TO PGCTB-EQM-NOEQUIPE
           PERFORM PGCTB-MJO-READ-TEAM
           MOVE SPACES                    TO PGCTB-MJO-RPT-LINE
           MOVE 1                         TO PGCTB-MJO-RPT-PTR
           STRING '    '                  DELIMITED BY SIZE
                  PGCTB-JOH-NOEQUIPE (PGCTB-MJO-HIST-IDX)
                                          DELIMITED BY SIZE
                  ' from '                DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOH-START (PGCTB-MJO-HIST-IDX)
                                          TO PGCTB-MJO-DATE-WORK
           PERFORM PGCTB-MJO-APPEND-DATE
           STRING ' to '                  DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-JOH-END (PGCTB-MJO-HIST-IDX)
                                          TO PGCTB-MJO-DATE-WORK
           PERFORM PGCTB-MJO-APPEND-DATE
           STRING ' '                     DELIMITED BY SIZE
                  INTO PGCTB-MJO-RPT-LINE
                  WITH POINTER PGCTB-MJO-RPT-PTR
           MOVE PGCTB-EQM-NOMEQUIPE       TO PGCTB-MJO-NOM-WORK
           PERFORM PGCTB-MJO-APPEND-NOM
           PERFORM PGCTB-MJO-WRITE-RPT-LINE
           .
       PGCTB-MJO-RPT-STINT-EXIT.
           EXIT.
      *
      * Keyed READ of one team for its name; a team the Equipe
      * master has never heard of is marked the way classemt marks
      * it.
       PGCTB-MJO-READ-TEAM SECTION.
           READ PGCTB-EQMST-FILE
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              CONTINUE
           WHEN '23'
              MOVE '(equipe inconnue du maitre)'
                                          TO PGCTB-EQM-NOMEQUIPE
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
           .
       PGCTB-MJO-READ-TEAM-EXIT.
           EXIT.
      *
      * Appends PGCTB-MJO-DATE-WORK (YYMMDD) as 20YY-MM-DD, or
      * "present" for the blank end of an open stint.
       PGCTB-MJO-APPEND-DATE SECTION.
           IF PGCTB-MJO-DATE-WORK = SPACES
              STRING 'present'            DELIMITED BY SIZE
                     INTO PGCTB-MJO-RPT-LINE
                     WITH POINTER PGCTB-MJO-RPT-PTR
           ELSE
              STRING '20'                 DELIMITED BY SIZE
                     PGCTB-MJO-DATE-WORK(1:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-MJO-DATE-WORK(3:2) DELIMITED BY SIZE
                     '-'                  DELIMITED BY SIZE
                     PGCTB-MJO-DATE-WORK(5:2) DELIMITED BY SIZE
                     INTO PGCTB-MJO-RPT-LINE
                     WITH POINTER PGCTB-MJO-RPT-PTR
           END-IF
           .
       PGCTB-MJO-APPEND-DATE-EXIT.
           EXIT.
      *
      * Appends the trimmed PGCTB-MJO-NOM-WORK to the report line.
       PGCTB-MJO-APPEND-NOM SECTION.
           PERFORM PGCTB-MJO-TRIM-NOM
           IF PGCTB-MJO-NOM-LEN > 0
              STRING PGCTB-MJO-NOM-WORK(1:PGCTB-MJO-NOM-LEN)
                                          DELIMITED BY SIZE
                     INTO PGCTB-MJO-RPT-LINE
                     WITH POINTER PGCTB-MJO-RPT-PTR
           END-IF
           .
       PGCTB-MJO-APPEND-NOM-EXIT.
           EXIT.
      *
      * Computes the trimmed length of PGCTB-MJO-NOM-WORK into
      * PGCTB-MJO-NOM-LEN (right-hand pad spaces only), so the
      * report writers can STRING the value without its padding.
       PGCTB-MJO-TRIM-NOM SECTION.
           MOVE 50                        TO PGCTB-MJO-NOM-LEN
           PERFORM PGCTB-MJO-TRIM-NOM-SCAN
              VARYING PGCTB-MJO-NOM-LEN FROM 50 BY -1
              UNTIL PGCTB-MJO-NOM-LEN = 0
                 OR PGCTB-MJO-NOM-WORK(PGCTB-MJO-NOM-LEN:1) NOT = SPACE
           .
       PGCTB-MJO-TRIM-NOM-EXIT.
           EXIT.
      * No-op body - PGCTB-MJO-NOM-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-MJO-TRIM-NOM-SCAN SECTION.
           CONTINUE
           .
       PGCTB-MJO-TRIM-NOM-SCAN-EXIT.
           EXIT.
      *
       PGCTB-MJO-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-MJO-RPT-LINE(1:100)
           MOVE PGCTB-MJO-RPT-LINE        TO PGCTB-JOUERPT-RECORD
           WRITE PGCTB-JOUERPT-RECORD
           .
       PGCTB-MJO-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - a comma-delimited ENV-CODE,
      * INQUIRY-TYPE,INQUIRY-KEY - directly off the command line.
      * An inquiry type with a key that is not a number is refused
      * rather than quietly turned into a maintenance run.
       PGCTB-READ-RUN-PARM SECTION.
           ACCEPT PGCTB-PARM-TEXT         FROM COMMAND-LINE
           UNSTRING PGCTB-PARM-TEXT DELIMITED BY ','
                    INTO PGCTB-ENV-CODE
                         PGCTB-MJO-INQ-TYPE
                         PGCTB-MJO-INQ-TEXT
           END-UNSTRING
           IF PGCTB-ENV-CODE = SPACES
              MOVE 'PROD'                 TO PGCTB-ENV-CODE
           END-IF
           IF NOT PGCTB-MJO-INQ-NONE
              PERFORM PGCTB-MJO-EDIT-INQ-KEY
           END-IF
           .
       PGCTB-READ-RUN-PARM-EXIT.
           EXIT.
      *
      * Edits the inquiry type and key of an inquiry run.
       PGCTB-MJO-EDIT-INQ-KEY SECTION.
      * The inquiry key arrives left-justified from the UNSTRING; it
      * is slid right and zero-filled before the numeric test, the
      * way histequi treats its inquiry key.
           MOVE SPACES                    TO PGCTB-MJO-INQ-JUST
           PERFORM PGCTB-MJO-TRIM-INQ
              VARYING PGCTB-MJO-INQ-LEN FROM 9 BY -1
              UNTIL PGCTB-MJO-INQ-LEN = 0
                 OR PGCTB-MJO-INQ-TEXT(PGCTB-MJO-INQ-LEN:1)
                    NOT = SPACE
           IF PGCTB-MJO-INQ-LEN > 0
              MOVE ALL '0'                TO PGCTB-MJO-INQ-JUST
              MOVE PGCTB-MJO-INQ-TEXT(1:PGCTB-MJO-INQ-LEN)
                 TO PGCTB-MJO-INQ-JUST
                    (10 - PGCTB-MJO-INQ-LEN:PGCTB-MJO-INQ-LEN)
           END-IF
           IF (PGCTB-MJO-INQ-JOUEUR OR PGCTB-MJO-INQ-EQUIPE)
              AND PGCTB-MJO-INQ-JUST IS NUMERIC
              MOVE PGCTB-MJO-INQ-JUST     TO PGCTB-MJO-INQ-KEY
           ELSE
              SET PGCTB-SUITE-END-WRITTEN TO TRUE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Inquiry PARM must be J or E with a numeric key: '
                                           DELIMITED BY SIZE
                     PGCTB-MJO-INQ-TYPE    DELIMITED BY SIZE
                     ','                   DELIMITED BY SIZE
                     PGCTB-MJO-INQ-TEXT    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-MJO-EDIT-INQ-KEY-EXIT.
           EXIT.
      * No-op body - PGCTB-MJO-INQ-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-MJO-TRIM-INQ SECTION.
           CONTINUE
           .
       PGCTB-MJO-TRIM-INQ-EXIT.
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
      * player master step number, to the dated error-log file. The
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
           MOVE PGCTB-MJO-SEQUENCE           TO PGCTB-ELR-SEQUENCE
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
