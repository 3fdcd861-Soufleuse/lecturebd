      ****************************************************************
      * Fiches de rendement par equipe, tirees de l'extract des
      * resultats de parties et du fichier maitre EQUIPMST.
      *
      * CLASSRPT donne victoires, defaites, nulles et points, rien
      * de plus; le bureau batissait le reste au chiffrier. Ce
      * programme:
      *   - lit les DET de PEXTRACT (lecturpa) et compile, par
      *     equipe, la fiche a domicile et la fiche a l'etranger
      *     separement, les buts pour, les buts contre, le
      *     differentiel et l'ecart moyen par partie;
      *   - compile aussi, pour chaque paire d'equipes qui se sont
      *     affrontees, la fiche V-D-N et les buts de chacune
      *     contre l'autre;
      *   - resout chaque equipe par READ cle sur EQUIPMST pour son
      *     nom et sa ville, comme classemt;
      *   - imprime STATRPT groupe par Ville comme le classement:
      *     d'abord les fiches, ensuite la section face-a-face,
      *     chaque equipe suivie de ses adversaires.
      * Ce sont les chiffres qui departagent les egalites et que
      * les medias demandent.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. statequi.
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
      * The splits report, grouped by Ville.
           SELECT PGCTB-STATRPT-FILE    ASSIGN TO "STATRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-STATRPT-STATUS.
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
       FD  PGCTB-STATRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-STATRPT-RECORD          PIC X(132).
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
HISTOR     VALUE '20261015 1.0 INITIAL RELEASE'.
      *
      * Splits step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-STE-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of a results extract record, examined through
      * the same layout lecturpa writes.
       01  PGCTB-STE-PWORK                PIC X(132).
       01  PGCTB-STE-PDET REDEFINES PGCTB-STE-PWORK.
           05  PGCTB-SPW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-NOPARTIE        PIC X(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-NOEQHOTE        PIC X(09).
           05  PGCTB-SPW-NOEQHOTE-N REDEFINES PGCTB-SPW-NOEQHOTE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-NOEQVISIT       PIC X(09).
           05  PGCTB-SPW-NOEQVISIT-N REDEFINES PGCTB-SPW-NOEQVISIT
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-BUTSHOTE        PIC X(03).
           05  PGCTB-SPW-BUTSHOTE-N REDEFINES PGCTB-SPW-BUTSHOTE
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-BUTSVISIT       PIC X(03).
           05  PGCTB-SPW-BUTSVISIT-N REDEFINES PGCTB-SPW-BUTSVISIT
                                          PIC 9(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SPW-DATEPARTIE      PIC X(10).
           05  FILLER                    PIC X(80).
      *
      * Run-time PARM - ENV-CODE only.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
      *
      * One row per team seen in the results, home and away
      * records kept apart. Name and Ville arrive later, from the
      * keyed read pass against the master.
       01  PGCTB-STE-TEAM-MAX             PIC 9(04) COMP VALUE 5000.
       01  PGCTB-STE-TEAM-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  PGCTB-STE-TEAM-IDX             PIC 9(04) COMP.
       01  PGCTB-STE-HIT-IDX              PIC 9(04) COMP.
       01  PGCTB-STE-TEAM-TABLE.
           05  PGCTB-STE-TEAM-ROW OCCURS 5000.
               10  PGCTB-STT-NOEQUIPE    PIC 9(09).
               10  PGCTB-STT-NOMEQUIPE   PIC X(50).
               10  PGCTB-STT-VILLE       PIC X(50).
               10  PGCTB-STT-HOME-WINS   PIC 9(05).
               10  PGCTB-STT-HOME-LOSSES PIC 9(05).
               10  PGCTB-STT-HOME-TIES   PIC 9(05).
               10  PGCTB-STT-AWAY-WINS   PIC 9(05).
               10  PGCTB-STT-AWAY-LOSSES PIC 9(05).
               10  PGCTB-STT-AWAY-TIES   PIC 9(05).
               10  PGCTB-STT-GOALS-FOR   PIC 9(06).
               10  PGCTB-STT-GOALS-AGST  PIC 9(06).
               10  PGCTB-STT-POINTS      PIC 9(05).
               10  PGCTB-STT-MASTER-FLAG PIC X(01).
                   88  PGCTB-STT-ON-MASTER VALUE 'Y'.
               10  PGCTB-STT-PRINT-FLAG  PIC X(01).
                   88  PGCTB-STT-PRINTED VALUE 'Y'.
      *
      * One row per (team, opponent) pair, from the team's side -
      * each game files two rows, one per side. A league beyond
      * the table's capacity is fatal rather than printed short.
       01  PGCTB-STE-PAIR-MAX             PIC 9(06) COMP VALUE 50000.
       01  PGCTB-STE-PAIR-COUNT           PIC 9(06) COMP VALUE ZERO.
       01  PGCTB-STE-PAIR-IDX             PIC 9(06) COMP.
       01  PGCTB-STE-PAIR-HIT             PIC 9(06) COMP.
       01  PGCTB-STE-PAIR-BEST            PIC 9(06) COMP.
       01  PGCTB-STE-PAIR-TABLE.
           05  PGCTB-STE-PAIR-ROW OCCURS 50000.
               10  PGCTB-STP-TEAM-IDX    PIC 9(04) COMP.
               10  PGCTB-STP-OPP-IDX     PIC 9(04) COMP.
               10  PGCTB-STP-WINS        PIC 9(05).
               10  PGCTB-STP-LOSSES      PIC 9(05).
               10  PGCTB-STP-TIES        PIC 9(05).
               10  PGCTB-STP-GOALS-FOR   PIC 9(06).
               10  PGCTB-STP-GOALS-AGST  PIC 9(06).
               10  PGCTB-STP-PRINT-FLAG  PIC X(01).
                   88  PGCTB-STP-PRINTED VALUE 'Y'.
      *
       01  PGCTB-STE-FOUND-FLAG           PIC X(01).
           88  PGCTB-STE-FOUND            VALUE 'Y'.
      *
      * The game in hand, seen from one side: the team, its
      * opponent, the goals each scored and where it played.
       01  PGCTB-STE-WORK-NOEQUIPE        PIC 9(09).
       01  PGCTB-STE-SIDE-IDX             PIC 9(04) COMP.
       01  PGCTB-STE-OPP-IDX              PIC 9(04) COMP.
       01  PGCTB-STE-SIDE-FOR             PIC 9(03).
       01  PGCTB-STE-SIDE-AGST            PIC 9(03).
       01  PGCTB-STE-SIDE-HOME-FLAG       PIC X(01).
           88  PGCTB-STE-SIDE-HOME        VALUE 'Y'.
      *
      * Selection pass work fields - the rows are printed in
      * (Ville, points descending, NoEquipe) order by repeated
      * selection, the order remembered for the face-to-face
      * section so both sections list the teams alike.
       01  PGCTB-STE-PRINTED-COUNT        PIC 9(04) COMP VALUE ZERO.
       01  PGCTB-STE-BEST-IDX             PIC 9(04) COMP.
       01  PGCTB-STE-ORDER-IDX            PIC 9(04) COMP.
       01  PGCTB-STE-ORDER-TABLE.
           05  PGCTB-STE-ORDER OCCURS 5000
                                          PIC 9(04) COMP.
       01  PGCTB-STE-PREV-VILLE           PIC X(50) VALUE SPACES.
       01  PGCTB-STE-VILLE-STARTED-FLAG   PIC X(01) VALUE SPACE.
           88  PGCTB-STE-VILLE-STARTED    VALUE 'Y'.
       01  PGCTB-STE-VILLE-COUNT          PIC 9(05) COMP VALUE ZERO.
       01  PGCTB-STE-VILLE-DISPLAY        PIC 9(05).
       01  PGCTB-STE-TEAM-DISPLAY         PIC 9(04).
      *
      * Derived figures for one team line.
       01  PGCTB-STE-GAMES                PIC 9(05).
       01  PGCTB-STE-DIFF                 PIC S9(06).
       01  PGCTB-STE-DIFF-EDIT            PIC -(6)9.
       01  PGCTB-STE-MARGIN               PIC S9(03)V99.
       01  PGCTB-STE-MARGIN-EDIT          PIC -(3)9.99.
      *
      * Game tallies for the console summary.
       01  PGCTB-STE-GAME-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-STE-ORPHAN-COUNT         PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-PEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-PEXT-EOF             VALUE 'Y'.
      *
      * Report line under construction, and the trimmed-name work
      * fields shared by the report writers.
       01  PGCTB-STE-RPT-LINE             PIC X(132).
       01  PGCTB-STE-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-STE-NOM-WORK             PIC X(50).
       01  PGCTB-STE-NOM-LEN              PIC 9(02) COMP.
      *
      * File status bytes.
       01  PGCTB-PEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-STATRPT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'statequi'                  TO PGCTB-PROGRAM-NAME
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
           DISPLAY '*******************************************'
                   '*********'
      *
           PERFORM PGCTB-STE-OPEN-FILES
           PERFORM PGCTB-STE-READ-PEXT
              UNTIL PGCTB-PEXT-EOF
           PERFORM PGCTB-STE-RESOLVE-TEAMS
           PERFORM PGCTB-STE-PRINT-SPLITS
           PERFORM PGCTB-STE-PRINT-H2H
      *
           CLOSE PGCTB-PEXTRACT-FILE
           CLOSE PGCTB-EQMST-FILE
           CLOSE PGCTB-STATRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
      *
           DISPLAY 'Splits: games=' PGCTB-STE-GAME-COUNT
                   ' teams=' PGCTB-STE-TEAM-COUNT
                   ' pairs=' PGCTB-STE-PAIR-COUNT
                   ' not-on-master=' PGCTB-STE-ORPHAN-COUNT
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
      * Opens the results extract, the keyed master and the splits
      * report. Either input missing is a hard failure.
       PGCTB-STE-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-STE-SEQUENCE
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
           MOVE 2                         TO PGCTB-STE-SEQUENCE
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
           MOVE 3                         TO PGCTB-STE-SEQUENCE
           OPEN OUTPUT PGCTB-STATRPT-FILE
           IF PGCTB-STATRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open splits report, status '
                                           DELIMITED BY SIZE
                     PGCTB-STATRPT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-STE-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * One trip around the results loop - the game is tallied
      * once from each side. Only a DET classemt would count is
      * counted here, so the two reports always agree.
       PGCTB-STE-READ-PEXT SECTION.
           READ PGCTB-PEXTRACT-FILE INTO PGCTB-STE-PWORK
              AT END
                 SET PGCTB-PEXT-EOF      TO TRUE
              NOT AT END
                 IF PGCTB-SPW-TAG = 'DET'
                    AND PGCTB-SPW-NOEQHOTE IS NUMERIC
                    AND PGCTB-SPW-NOEQVISIT IS NUMERIC
                    AND PGCTB-SPW-BUTSHOTE IS NUMERIC
                    AND PGCTB-SPW-BUTSVISIT IS NUMERIC
                    ADD 1                 TO PGCTB-STE-GAME-COUNT
                    PERFORM PGCTB-STE-TALLY-GAME
                 END-IF
           END-READ
           .
       PGCTB-STE-READ-PEXT-EXIT.
           EXIT.
      *
       PGCTB-STE-TALLY-GAME SECTION.
           MOVE PGCTB-SPW-NOEQVISIT-N     TO PGCTB-STE-WORK-NOEQUIPE
           PERFORM PGCTB-STE-FIND-TEAM
           MOVE PGCTB-STE-HIT-IDX         TO PGCTB-STE-OPP-IDX
           MOVE PGCTB-SPW-NOEQHOTE-N      TO PGCTB-STE-WORK-NOEQUIPE
           PERFORM PGCTB-STE-FIND-TEAM
           MOVE PGCTB-STE-HIT-IDX         TO PGCTB-STE-SIDE-IDX
      *
           MOVE PGCTB-SPW-BUTSHOTE-N      TO PGCTB-STE-SIDE-FOR
           MOVE PGCTB-SPW-BUTSVISIT-N     TO PGCTB-STE-SIDE-AGST
           SET PGCTB-STE-SIDE-HOME        TO TRUE
           PERFORM PGCTB-STE-TALLY-SIDE
      *
           MOVE PGCTB-STE-OPP-IDX         TO PGCTB-STE-SIDE-IDX
           MOVE PGCTB-STE-HIT-IDX         TO PGCTB-STE-OPP-IDX
           MOVE PGCTB-SPW-BUTSVISIT-N     TO PGCTB-STE-SIDE-FOR
           MOVE PGCTB-SPW-BUTSHOTE-N      TO PGCTB-STE-SIDE-AGST
           MOVE SPACE                     TO PGCTB-STE-SIDE-HOME-FLAG
           PERFORM PGCTB-STE-TALLY-SIDE
           .
       PGCTB-STE-TALLY-GAME-EXIT.
           EXIT.
      *
      * Tallies the game for one side: its home or away record,
      * its goals, its points (the standings order), and its row
      * against this opponent.
       PGCTB-STE-TALLY-SIDE SECTION.
           EVALUATE TRUE
           WHEN PGCTB-STE-SIDE-FOR > PGCTB-STE-SIDE-AGST
              IF PGCTB-STE-SIDE-HOME
                 ADD 1 TO PGCTB-STT-HOME-WINS (PGCTB-STE-SIDE-IDX)
              ELSE
                 ADD 1 TO PGCTB-STT-AWAY-WINS (PGCTB-STE-SIDE-IDX)
              END-IF
              ADD 2 TO PGCTB-STT-POINTS (PGCTB-STE-SIDE-IDX)
           WHEN PGCTB-STE-SIDE-FOR < PGCTB-STE-SIDE-AGST
              IF PGCTB-STE-SIDE-HOME
                 ADD 1 TO PGCTB-STT-HOME-LOSSES (PGCTB-STE-SIDE-IDX)
              ELSE
                 ADD 1 TO PGCTB-STT-AWAY-LOSSES (PGCTB-STE-SIDE-IDX)
              END-IF
           WHEN OTHER
              IF PGCTB-STE-SIDE-HOME
                 ADD 1 TO PGCTB-STT-HOME-TIES (PGCTB-STE-SIDE-IDX)
              ELSE
                 ADD 1 TO PGCTB-STT-AWAY-TIES (PGCTB-STE-SIDE-IDX)
              END-IF
              ADD 1 TO PGCTB-STT-POINTS (PGCTB-STE-SIDE-IDX)
           END-EVALUATE
           ADD PGCTB-STE-SIDE-FOR
              TO PGCTB-STT-GOALS-FOR (PGCTB-STE-SIDE-IDX)
           ADD PGCTB-STE-SIDE-AGST
              TO PGCTB-STT-GOALS-AGST (PGCTB-STE-SIDE-IDX)
      *
           PERFORM PGCTB-STE-FIND-PAIR
           EVALUATE TRUE
           WHEN PGCTB-STE-SIDE-FOR > PGCTB-STE-SIDE-AGST
              ADD 1 TO PGCTB-STP-WINS (PGCTB-STE-PAIR-HIT)
           WHEN PGCTB-STE-SIDE-FOR < PGCTB-STE-SIDE-AGST
              ADD 1 TO PGCTB-STP-LOSSES (PGCTB-STE-PAIR-HIT)
           WHEN OTHER
              ADD 1 TO PGCTB-STP-TIES (PGCTB-STE-PAIR-HIT)
           END-EVALUATE
           ADD PGCTB-STE-SIDE-FOR
              TO PGCTB-STP-GOALS-FOR (PGCTB-STE-PAIR-HIT)
           ADD PGCTB-STE-SIDE-AGST
              TO PGCTB-STP-GOALS-AGST (PGCTB-STE-PAIR-HIT)
           .
       PGCTB-STE-TALLY-SIDE-EXIT.
           EXIT.
      *
      * Finds the team's row, filing a fresh one on first sight.
      * Leaves the row's index in PGCTB-STE-HIT-IDX.
       PGCTB-STE-FIND-TEAM SECTION.
           MOVE SPACE                     TO PGCTB-STE-FOUND-FLAG
           MOVE ZERO                      TO PGCTB-STE-HIT-IDX
           PERFORM PGCTB-STE-SCAN-TEAMS
              VARYING PGCTB-STE-TEAM-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-TEAM-IDX > PGCTB-STE-TEAM-COUNT
                 OR PGCTB-STE-FOUND
           IF NOT PGCTB-STE-FOUND
              IF PGCTB-STE-TEAM-COUNT >= PGCTB-STE-TEAM-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE 4                  TO PGCTB-STE-SEQUENCE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Results extract exceeds the splits'
                                           DELIMITED BY SIZE
                        ' table capacity'  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-STE-TEAM-COUNT
              MOVE PGCTB-STE-WORK-NOEQUIPE
                 TO PGCTB-STT-NOEQUIPE (PGCTB-STE-TEAM-COUNT)
              MOVE SPACES
                 TO PGCTB-STT-NOMEQUIPE (PGCTB-STE-TEAM-COUNT)
              MOVE SPACES
                 TO PGCTB-STT-VILLE (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-HOME-WINS (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-HOME-LOSSES (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-HOME-TIES (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-AWAY-WINS (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-AWAY-LOSSES (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-AWAY-TIES (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-GOALS-FOR (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-GOALS-AGST (PGCTB-STE-TEAM-COUNT)
              MOVE ZERO
                 TO PGCTB-STT-POINTS (PGCTB-STE-TEAM-COUNT)
              MOVE SPACE
                 TO PGCTB-STT-MASTER-FLAG (PGCTB-STE-TEAM-COUNT)
              MOVE SPACE
                 TO PGCTB-STT-PRINT-FLAG (PGCTB-STE-TEAM-COUNT)
              MOVE PGCTB-STE-TEAM-COUNT   TO PGCTB-STE-HIT-IDX
           END-IF
           .
       PGCTB-STE-FIND-TEAM-EXIT.
           EXIT.
      *
       PGCTB-STE-SCAN-TEAMS SECTION.
           IF PGCTB-STT-NOEQUIPE (PGCTB-STE-TEAM-IDX)
              = PGCTB-STE-WORK-NOEQUIPE
              SET PGCTB-STE-FOUND         TO TRUE
              MOVE PGCTB-STE-TEAM-IDX     TO PGCTB-STE-HIT-IDX
           END-IF
           .
       PGCTB-STE-SCAN-TEAMS-EXIT.
           EXIT.
      *
      * Finds the (side, opponent) row, filing a fresh one on
      * first meeting. Leaves the row's index in
      * PGCTB-STE-PAIR-HIT.
       PGCTB-STE-FIND-PAIR SECTION.
           MOVE SPACE                     TO PGCTB-STE-FOUND-FLAG
           MOVE ZERO                      TO PGCTB-STE-PAIR-HIT
           PERFORM PGCTB-STE-SCAN-PAIRS
              VARYING PGCTB-STE-PAIR-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-PAIR-IDX > PGCTB-STE-PAIR-COUNT
                 OR PGCTB-STE-FOUND
           IF NOT PGCTB-STE-FOUND
              IF PGCTB-STE-PAIR-COUNT >= PGCTB-STE-PAIR-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE 4                  TO PGCTB-STE-SEQUENCE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Results extract exceeds the face-to-face'
                                           DELIMITED BY SIZE
                        ' table capacity'  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-STE-PAIR-COUNT
              MOVE PGCTB-STE-PAIR-COUNT   TO PGCTB-STE-PAIR-HIT
              MOVE PGCTB-STE-SIDE-IDX
                 TO PGCTB-STP-TEAM-IDX (PGCTB-STE-PAIR-HIT)
              MOVE PGCTB-STE-OPP-IDX
                 TO PGCTB-STP-OPP-IDX (PGCTB-STE-PAIR-HIT)
              MOVE ZERO
                 TO PGCTB-STP-WINS (PGCTB-STE-PAIR-HIT)
              MOVE ZERO
                 TO PGCTB-STP-LOSSES (PGCTB-STE-PAIR-HIT)
              MOVE ZERO
                 TO PGCTB-STP-TIES (PGCTB-STE-PAIR-HIT)
              MOVE ZERO
                 TO PGCTB-STP-GOALS-FOR (PGCTB-STE-PAIR-HIT)
              MOVE ZERO
                 TO PGCTB-STP-GOALS-AGST (PGCTB-STE-PAIR-HIT)
              MOVE SPACE
                 TO PGCTB-STP-PRINT-FLAG (PGCTB-STE-PAIR-HIT)
           END-IF
           .
       PGCTB-STE-FIND-PAIR-EXIT.
           EXIT.
      *
       PGCTB-STE-SCAN-PAIRS SECTION.
           IF PGCTB-STP-TEAM-IDX (PGCTB-STE-PAIR-IDX)
              = PGCTB-STE-SIDE-IDX
              AND PGCTB-STP-OPP-IDX (PGCTB-STE-PAIR-IDX)
              = PGCTB-STE-OPP-IDX
              SET PGCTB-STE-FOUND         TO TRUE
              MOVE PGCTB-STE-PAIR-IDX     TO PGCTB-STE-PAIR-HIT
           END-IF
           .
       PGCTB-STE-SCAN-PAIRS-EXIT.
           EXIT.
      *************************************************************************
      * The keyed-read pass against the master - one READ by
      * NoEquipe per team seen in the results, filling in its name
      * and Ville. A team the master has never heard of keeps a
      * marked unknown Ville so its results still print, the same
      * way classemt shows it.
       PGCTB-STE-RESOLVE-TEAMS SECTION.
           MOVE 5                         TO PGCTB-STE-SEQUENCE
           PERFORM PGCTB-STE-RESOLVE-ONE
              VARYING PGCTB-STE-TEAM-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-TEAM-IDX > PGCTB-STE-TEAM-COUNT
           .
       PGCTB-STE-RESOLVE-TEAMS-EXIT.
           EXIT.
      *
       PGCTB-STE-RESOLVE-ONE SECTION.
           MOVE PGCTB-STT-NOEQUIPE (PGCTB-STE-TEAM-IDX)
                                          TO PGCTB-EQM-NOEQUIPE
           READ PGCTB-EQMST-FILE
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              SET PGCTB-STT-ON-MASTER (PGCTB-STE-TEAM-IDX) TO TRUE
              MOVE PGCTB-EQM-NOMEQUIPE
                 TO PGCTB-STT-NOMEQUIPE (PGCTB-STE-TEAM-IDX)
              MOVE PGCTB-EQM-VILLE
                 TO PGCTB-STT-VILLE (PGCTB-STE-TEAM-IDX)
           WHEN '23'
              ADD 1                       TO PGCTB-STE-ORPHAN-COUNT
              MOVE '(equipe inconnue du maitre)'
                 TO PGCTB-STT-NOMEQUIPE (PGCTB-STE-TEAM-IDX)
              MOVE 'ZZZ - VILLE INCONNUE'
                 TO PGCTB-STT-VILLE (PGCTB-STE-TEAM-IDX)
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
       PGCTB-STE-RESOLVE-ONE-EXIT.
           EXIT.
      *************************************************************************
      * Prints the splits grouped by Ville the way classemt prints
      * the standings - heading and subtotal per city, the teams of
      * each city in points order - remembering the print order for
      * the face-to-face section.
       PGCTB-STE-PRINT-SPLITS SECTION.
           MOVE 6                         TO PGCTB-STE-SEQUENCE
           MOVE 'TEAM SPLITS - HOME/AWAY RECORDS AND GOALS'
                                          TO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           PERFORM PGCTB-STE-PRINT-NEXT
              UNTIL PGCTB-STE-PRINTED-COUNT = PGCTB-STE-TEAM-COUNT
           IF PGCTB-STE-VILLE-STARTED
              PERFORM PGCTB-STE-VILLE-SUBTOTAL
           END-IF
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           MOVE PGCTB-STE-TEAM-COUNT      TO PGCTB-STE-TEAM-DISPLAY
           STRING 'Grand total: games='   DELIMITED BY SIZE
                  PGCTB-STE-GAME-COUNT    DELIMITED BY SIZE
                  ' teams='               DELIMITED BY SIZE
                  PGCTB-STE-TEAM-DISPLAY  DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           .
       PGCTB-STE-PRINT-SPLITS-EXIT.
           EXIT.
      *
       PGCTB-STE-PRINT-NEXT SECTION.
           MOVE ZERO                      TO PGCTB-STE-BEST-IDX
           PERFORM PGCTB-STE-PICK-BEST
              VARYING PGCTB-STE-TEAM-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-TEAM-IDX > PGCTB-STE-TEAM-COUNT
      *
           IF PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
              NOT = PGCTB-STE-PREV-VILLE
              OR NOT PGCTB-STE-VILLE-STARTED
              IF PGCTB-STE-VILLE-STARTED
                 PERFORM PGCTB-STE-VILLE-SUBTOTAL
              END-IF
              MOVE PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
                                          TO PGCTB-STE-PREV-VILLE
              SET PGCTB-STE-VILLE-STARTED TO TRUE
              MOVE ZERO                   TO PGCTB-STE-VILLE-COUNT
              PERFORM PGCTB-STE-VILLE-HEADING
           END-IF
      *
           ADD 1                          TO PGCTB-STE-VILLE-COUNT
           ADD 1                          TO PGCTB-STE-PRINTED-COUNT
           SET PGCTB-STT-PRINTED (PGCTB-STE-BEST-IDX) TO TRUE
           MOVE PGCTB-STE-BEST-IDX
              TO PGCTB-STE-ORDER (PGCTB-STE-PRINTED-COUNT)
           PERFORM PGCTB-STE-PRINT-TEAM-LINE
           .
       PGCTB-STE-PRINT-NEXT-EXIT.
           EXIT.
      *
      * One selection comparison - Ville ascending, then points
      * descending, then NoEquipe ascending as the tie-breaker.
       PGCTB-STE-PICK-BEST SECTION.
           IF NOT PGCTB-STT-PRINTED (PGCTB-STE-TEAM-IDX)
              IF PGCTB-STE-BEST-IDX = 0
                 MOVE PGCTB-STE-TEAM-IDX  TO PGCTB-STE-BEST-IDX
              ELSE
                 EVALUATE TRUE
                 WHEN PGCTB-STT-VILLE (PGCTB-STE-TEAM-IDX)
                      < PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
                    MOVE PGCTB-STE-TEAM-IDX TO PGCTB-STE-BEST-IDX
                 WHEN PGCTB-STT-VILLE (PGCTB-STE-TEAM-IDX)
                      = PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
                    AND PGCTB-STT-POINTS (PGCTB-STE-TEAM-IDX)
                      > PGCTB-STT-POINTS (PGCTB-STE-BEST-IDX)
                    MOVE PGCTB-STE-TEAM-IDX TO PGCTB-STE-BEST-IDX
                 WHEN PGCTB-STT-VILLE (PGCTB-STE-TEAM-IDX)
                      = PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
                    AND PGCTB-STT-POINTS (PGCTB-STE-TEAM-IDX)
                      = PGCTB-STT-POINTS (PGCTB-STE-BEST-IDX)
                    AND PGCTB-STT-NOEQUIPE (PGCTB-STE-TEAM-IDX)
                      < PGCTB-STT-NOEQUIPE (PGCTB-STE-BEST-IDX)
                    MOVE PGCTB-STE-TEAM-IDX TO PGCTB-STE-BEST-IDX
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .
       PGCTB-STE-PICK-BEST-EXIT.
           EXIT.
      *
       PGCTB-STE-VILLE-HEADING SECTION.
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           MOVE 1                         TO PGCTB-STE-RPT-PTR
           STRING '--- Ville: '           DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
                  WITH POINTER PGCTB-STE-RPT-PTR
           MOVE PGCTB-STE-PREV-VILLE      TO PGCTB-STE-NOM-WORK
           PERFORM PGCTB-STE-APPEND-NOM
           STRING ' ---'                  DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
                  WITH POINTER PGCTB-STE-RPT-PTR
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           .
       PGCTB-STE-VILLE-HEADING-EXIT.
           EXIT.
      *
       PGCTB-STE-VILLE-SUBTOTAL SECTION.
           MOVE PGCTB-STE-VILLE-COUNT     TO PGCTB-STE-VILLE-DISPLAY
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           STRING '    teams in this city: '
                                          DELIMITED BY SIZE
                  PGCTB-STE-VILLE-DISPLAY DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           .
       PGCTB-STE-VILLE-SUBTOTAL-EXIT.
           EXIT.
      *
      * Two lines per team: number and trimmed name (marked when
      * the master has never heard of it), then the home and away
      * records, goals for and against, the differential and the
      * average margin per game.
       PGCTB-STE-PRINT-TEAM-LINE SECTION.
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           MOVE 1                         TO PGCTB-STE-RPT-PTR
           STRING PGCTB-STT-NOEQUIPE (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
                  WITH POINTER PGCTB-STE-RPT-PTR
           MOVE PGCTB-STT-NOMEQUIPE (PGCTB-STE-BEST-IDX)
                                          TO PGCTB-STE-NOM-WORK
           PERFORM PGCTB-STE-APPEND-NOM
           IF NOT PGCTB-STT-ON-MASTER (PGCTB-STE-BEST-IDX)
              STRING ' ** NOT ON MASTER **'
                                          DELIMITED BY SIZE
                     INTO PGCTB-STE-RPT-LINE
                     WITH POINTER PGCTB-STE-RPT-PTR
           END-IF
           PERFORM PGCTB-STE-WRITE-RPT-LINE
      *
           COMPUTE PGCTB-STE-GAMES =
                   PGCTB-STT-HOME-WINS (PGCTB-STE-BEST-IDX)
                 + PGCTB-STT-HOME-LOSSES (PGCTB-STE-BEST-IDX)
                 + PGCTB-STT-HOME-TIES (PGCTB-STE-BEST-IDX)
                 + PGCTB-STT-AWAY-WINS (PGCTB-STE-BEST-IDX)
                 + PGCTB-STT-AWAY-LOSSES (PGCTB-STE-BEST-IDX)
                 + PGCTB-STT-AWAY-TIES (PGCTB-STE-BEST-IDX)
           COMPUTE PGCTB-STE-DIFF =
                   PGCTB-STT-GOALS-FOR (PGCTB-STE-BEST-IDX)
                 - PGCTB-STT-GOALS-AGST (PGCTB-STE-BEST-IDX)
           MOVE ZERO                      TO PGCTB-STE-MARGIN
           IF PGCTB-STE-GAMES > 0
              COMPUTE PGCTB-STE-MARGIN ROUNDED =
                      PGCTB-STE-DIFF / PGCTB-STE-GAMES
           END-IF
           MOVE PGCTB-STE-DIFF            TO PGCTB-STE-DIFF-EDIT
           MOVE PGCTB-STE-MARGIN          TO PGCTB-STE-MARGIN-EDIT
      *
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           STRING '    HOME W-L-T='       DELIMITED BY SIZE
                  PGCTB-STT-HOME-WINS (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STT-HOME-LOSSES (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STT-HOME-TIES (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '  AWAY W-L-T='         DELIMITED BY SIZE
                  PGCTB-STT-AWAY-WINS (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STT-AWAY-LOSSES (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STT-AWAY-TIES (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  '  GF='                 DELIMITED BY SIZE
                  PGCTB-STT-GOALS-FOR (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' GA='                  DELIMITED BY SIZE
                  PGCTB-STT-GOALS-AGST (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' DIFF='                DELIMITED BY SIZE
                  PGCTB-STE-DIFF-EDIT     DELIMITED BY SIZE
                  ' AVG MARGIN='          DELIMITED BY SIZE
                  PGCTB-STE-MARGIN-EDIT   DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           .
       PGCTB-STE-PRINT-TEAM-LINE-EXIT.
           EXIT.
      *************************************************************************
      * The face-to-face section - the teams again, in the same
      * Ville order as the splits, each followed by one line per
      * opponent it has played, opponents in NoEquipe order.
       PGCTB-STE-PRINT-H2H SECTION.
           MOVE 7                         TO PGCTB-STE-SEQUENCE
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           MOVE 'HEAD-TO-HEAD - RECORD AND GOALS AGAINST EACH OPPONENT'
                                          TO PGCTB-STE-RPT-LINE
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-STE-PREV-VILLE
           MOVE SPACE              TO PGCTB-STE-VILLE-STARTED-FLAG
           PERFORM PGCTB-STE-H2H-TEAM
              VARYING PGCTB-STE-ORDER-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-ORDER-IDX > PGCTB-STE-PRINTED-COUNT
           .
       PGCTB-STE-PRINT-H2H-EXIT.
           EXIT.
      *
       PGCTB-STE-H2H-TEAM SECTION.
           MOVE PGCTB-STE-ORDER (PGCTB-STE-ORDER-IDX)
                                          TO PGCTB-STE-BEST-IDX
           IF PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
              NOT = PGCTB-STE-PREV-VILLE
              OR NOT PGCTB-STE-VILLE-STARTED
              MOVE PGCTB-STT-VILLE (PGCTB-STE-BEST-IDX)
                                          TO PGCTB-STE-PREV-VILLE
              SET PGCTB-STE-VILLE-STARTED TO TRUE
              PERFORM PGCTB-STE-VILLE-HEADING
           END-IF
      *
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           MOVE 1                         TO PGCTB-STE-RPT-PTR
           STRING PGCTB-STT-NOEQUIPE (PGCTB-STE-BEST-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
                  WITH POINTER PGCTB-STE-RPT-PTR
           MOVE PGCTB-STT-NOMEQUIPE (PGCTB-STE-BEST-IDX)
                                          TO PGCTB-STE-NOM-WORK
           PERFORM PGCTB-STE-APPEND-NOM
           PERFORM PGCTB-STE-WRITE-RPT-LINE
      *
           MOVE 1                         TO PGCTB-STE-PAIR-BEST
           PERFORM PGCTB-STE-H2H-NEXT
              UNTIL PGCTB-STE-PAIR-BEST = 0
           .
       PGCTB-STE-H2H-TEAM-EXIT.
           EXIT.
      *
      * Selects and prints this team's lowest-numbered opponent not
      * yet printed; leaves PGCTB-STE-PAIR-BEST at zero when none
      * is left.
       PGCTB-STE-H2H-NEXT SECTION.
           MOVE ZERO                      TO PGCTB-STE-PAIR-BEST
           PERFORM PGCTB-STE-PICK-PAIR
              VARYING PGCTB-STE-PAIR-IDX FROM 1 BY 1
              UNTIL PGCTB-STE-PAIR-IDX > PGCTB-STE-PAIR-COUNT
           IF PGCTB-STE-PAIR-BEST > 0
              SET PGCTB-STP-PRINTED (PGCTB-STE-PAIR-BEST) TO TRUE
              PERFORM PGCTB-STE-PRINT-PAIR-LINE
           END-IF
           .
       PGCTB-STE-H2H-NEXT-EXIT.
           EXIT.
      *
       PGCTB-STE-PICK-PAIR SECTION.
           IF PGCTB-STP-TEAM-IDX (PGCTB-STE-PAIR-IDX)
              = PGCTB-STE-BEST-IDX
              AND NOT PGCTB-STP-PRINTED (PGCTB-STE-PAIR-IDX)
              IF PGCTB-STE-PAIR-BEST = 0
                 MOVE PGCTB-STE-PAIR-IDX  TO PGCTB-STE-PAIR-BEST
              ELSE
                 MOVE PGCTB-STP-OPP-IDX (PGCTB-STE-PAIR-IDX)
                                          TO PGCTB-STE-OPP-IDX
                 MOVE PGCTB-STP-OPP-IDX (PGCTB-STE-PAIR-BEST)
                                          TO PGCTB-STE-SIDE-IDX
                 IF PGCTB-STT-NOEQUIPE (PGCTB-STE-OPP-IDX)
                    < PGCTB-STT-NOEQUIPE (PGCTB-STE-SIDE-IDX)
                    MOVE PGCTB-STE-PAIR-IDX TO PGCTB-STE-PAIR-BEST
                 END-IF
              END-IF
           END-IF
           .
       PGCTB-STE-PICK-PAIR-EXIT.
           EXIT.
      *
       PGCTB-STE-PRINT-PAIR-LINE SECTION.
           MOVE PGCTB-STP-OPP-IDX (PGCTB-STE-PAIR-BEST)
                                          TO PGCTB-STE-OPP-IDX
           MOVE SPACES                    TO PGCTB-STE-RPT-LINE
           MOVE 1                         TO PGCTB-STE-RPT-PTR
           STRING '    vs '               DELIMITED BY SIZE
                  PGCTB-STT-NOEQUIPE (PGCTB-STE-OPP-IDX)
                                          DELIMITED BY SIZE
                  ' W-L-T='               DELIMITED BY SIZE
                  PGCTB-STP-WINS (PGCTB-STE-PAIR-BEST)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STP-LOSSES (PGCTB-STE-PAIR-BEST)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-STP-TIES (PGCTB-STE-PAIR-BEST)
                                          DELIMITED BY SIZE
                  ' GF='                  DELIMITED BY SIZE
                  PGCTB-STP-GOALS-FOR (PGCTB-STE-PAIR-BEST)
                                          DELIMITED BY SIZE
                  ' GA='                  DELIMITED BY SIZE
                  PGCTB-STP-GOALS-AGST (PGCTB-STE-PAIR-BEST)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  INTO PGCTB-STE-RPT-LINE
                  WITH POINTER PGCTB-STE-RPT-PTR
           MOVE PGCTB-STT-NOMEQUIPE (PGCTB-STE-OPP-IDX)
                                          TO PGCTB-STE-NOM-WORK
           PERFORM PGCTB-STE-APPEND-NOM
           PERFORM PGCTB-STE-WRITE-RPT-LINE
           .
       PGCTB-STE-PRINT-PAIR-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Appends the trimmed PGCTB-STE-NOM-WORK to the report line -
      * the 50-byte padding would push the tallies off the end of
      * a 132-byte line.
       PGCTB-STE-APPEND-NOM SECTION.
           PERFORM PGCTB-STE-TRIM-NOM
           IF PGCTB-STE-NOM-LEN > 0
              STRING PGCTB-STE-NOM-WORK(1:PGCTB-STE-NOM-LEN)
                                          DELIMITED BY SIZE
                     INTO PGCTB-STE-RPT-LINE
                     WITH POINTER PGCTB-STE-RPT-PTR
           END-IF
           .
       PGCTB-STE-APPEND-NOM-EXIT.
           EXIT.
      *
      * Computes the trimmed length of PGCTB-STE-NOM-WORK into
      * PGCTB-STE-NOM-LEN (right-hand pad spaces only), so the
      * report writers can STRING the value without its padding.
       PGCTB-STE-TRIM-NOM SECTION.
           MOVE 50                        TO PGCTB-STE-NOM-LEN
           PERFORM PGCTB-STE-TRIM-NOM-SCAN
              VARYING PGCTB-STE-NOM-LEN FROM 50 BY -1
              UNTIL PGCTB-STE-NOM-LEN = 0
                 OR PGCTB-STE-NOM-WORK(PGCTB-STE-NOM-LEN:1) NOT = SPACE
           .
       PGCTB-STE-TRIM-NOM-EXIT.
           EXIT.
      * No-op body - PGCTB-STE-NOM-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-STE-TRIM-NOM-SCAN SECTION.
           CONTINUE
           .
       PGCTB-STE-TRIM-NOM-SCAN-EXIT.
           EXIT.
      *
       PGCTB-STE-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-STE-RPT-LINE(1:100)
           MOVE PGCTB-STE-RPT-LINE        TO PGCTB-STATRPT-RECORD
           WRITE PGCTB-STATRPT-RECORD
           .
       PGCTB-STE-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Reads this run's own PARM - ENV-CODE only.
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
      * splits step number, to the dated error-log file. The file
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
           MOVE PGCTB-STE-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
