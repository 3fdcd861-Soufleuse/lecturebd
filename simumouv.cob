      ****************************************************************
      * Simulation des mouvements de joueurs avant approbation.
      *
      * Le controle d'effectif de lecturbd (RULESFIL) et celui de
      * composition de validpos (POSRULES) ne disent qu'apres coup
      * qu'une equipe sort des bornes - une fois l'echange deja
      * entre dans la BD. Ce programme lit un fichier de
      * propositions (PROPMOUV) - echanges d'une equipe a l'autre,
      * liberations, signatures - et les applique en memoire au
      * roster courant de JEXTRACT. Pour chaque equipe touchee, il
      * refait le compte de tetes contre RULESFIL et le compte par
      * position contre POSRULES, et imprime sur SIMRPT un verdict
      * APPROUVE/REFUSE par proposition avec les comptes avant et
      * apres. Un echange de plusieurs joueurs (toutes les lignes
      * d'un meme numero de proposition) est juge comme un tout -
      * une jambe du marche corrige souvent ce que l'autre brise.
      * Chaque proposition est jugee seule contre le roster de la
      * nuit, jamais par-dessus une autre. Code retour distinct
      * (32) si une proposition est refusee.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. simumouv.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * Proposed moves from the registration office - one leg per
      * record, every leg of one deal under the same proposal
      * number, the legs of a deal on consecutive records.
           SELECT PGCTB-PROP-FILE       ASSIGN TO "PROPMOUV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-PROP-STATUS.
      *
      * Season roster-size rule - the same min/max RULESFIL
      * lecturbd judges every team against.
           SELECT PGCTB-RULES-FILE      ASSIGN TO "RULESFIL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RULES-STATUS.
      *
      * Per-position composition rules - the same POSRULES
      * validpos judges every team against.
           SELECT PGCTB-POSRUL-FILE     ASSIGN TO "POSRULES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-POSRUL-STATUS.
      *
      * The Joueur roster extract lecturjo wrote.
           SELECT PGCTB-JEXTRACT-FILE   ASSIGN TO "JEXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-JEXTRACT-STATUS.
      *
      * Verdict report - one block per proposal.
           SELECT PGCTB-SIMRPT-FILE     ASSIGN TO "SIMRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-SIMRPT-STATUS.
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
      * TRF moves a rostered player from one team to another, REL
      * releases one from the team, SGN signs a player who is on
      * no roster (the position is needed only for a signing - a
      * rostered player's position comes off the extract).
       FD  PGCTB-PROP-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-PROP-RECORD.
           05  PGCTB-PPR-PROPOSAL        PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-PPR-ACTION          PIC X(03).
               88  PGCTB-PPR-TRF         VALUE 'TRF'.
               88  PGCTB-PPR-REL         VALUE 'REL'.
               88  PGCTB-PPR-SGN         VALUE 'SGN'.
           05  FILLER                    PIC X(01).
           05  PGCTB-PPR-NOJOUEUR        PIC X(09).
           05  PGCTB-PPR-NOJOUEUR-N REDEFINES PGCTB-PPR-NOJOUEUR
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-PPR-FROM            PIC X(09).
           05  PGCTB-PPR-FROM-N REDEFINES PGCTB-PPR-FROM
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-PPR-TO              PIC X(09).
           05  PGCTB-PPR-TO-N REDEFINES PGCTB-PPR-TO
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-PPR-POSITION        PIC X(20).
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
       FD  PGCTB-JEXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-JEXTRACT-RECORD         PIC X(132).
      *
       FD  PGCTB-SIMRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-SIMRPT-RECORD           PIC X(132).
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
HISTOR     VALUE '20261015 1.2 STRUCTURED LEG CHECKS'.
      *
      * Simulation step number stamped into the error log the way
      * the DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-SIM-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of a roster extract record, examined through the
      * same layout lecturjo writes.
       01  PGCTB-SIM-JWORK                PIC X(132).
       01  PGCTB-SIM-JDET REDEFINES PGCTB-SIM-JWORK.
           05  PGCTB-SJW-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-SJW-NOJOUEUR        PIC X(09).
           05  PGCTB-SJW-NOJOUEUR-N REDEFINES PGCTB-SJW-NOJOUEUR
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-SJW-NOMJOUEUR       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-SJW-NOEQUIPE        PIC X(09).
           05  PGCTB-SJW-NOEQUIPE-N REDEFINES PGCTB-SJW-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-SJW-POSITION        PIC X(20).
           05  FILLER                    PIC X(37).
      *
      * Run-time PARM - ENV-CODE only.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
      *
      * The season's roster-size rule, as lecturbd loads it. Absent
      * file: the head count is not judged, said out loud.
       01  PGCTB-RULES-LOADED-FLAG        PIC X(01) VALUE SPACE.
           88  PGCTB-RULES-LOADED         VALUE 'Y'.
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
      * The season's position rules, as validpos loads them.
      * Absent file: composition is not judged, said out loud; an
      * unreadable or inverted pair is fatal.
       01  PGCTB-SIM-RULES-LOADED-FLAG    PIC X(01) VALUE SPACE.
           88  PGCTB-SIM-RULES-LOADED     VALUE 'Y'.
       01  PGCTB-SIM-RUL-MAX              PIC 9(02) COMP VALUE 20.
       01  PGCTB-SIM-RUL-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  PGCTB-SIM-RUL-IDX              PIC 9(02) COMP.
       01  PGCTB-SIM-RUL-TABLE.
           05  PGCTB-SIM-RUL-ROW OCCURS 20.
               10  PGCTB-SRT-POSITION    PIC X(20).
               10  PGCTB-SRT-MIN         PIC 9(05).
               10  PGCTB-SRT-MAX         PIC 9(05).
               10  PGCTB-SRT-EFF-DATE    PIC X(06).
       01  PGCTB-SIM-RUL-HIT              PIC 9(02) COMP.
       01  PGCTB-SIM-REC-EFF              PIC X(06).
      *
      * The night's roster, held whole - the moves are applied to
      * the working team column only, so the roster as extracted
      * is always there to put back once a proposal is judged.
      * Signings ride on extra rows past PGCTB-SIM-BASE-COUNT and
      * are dropped again the same way. A roster beyond the
      * table's capacity is fatal - a verdict judged on part of a
      * team is no verdict at all.
       01  PGCTB-SIM-ROS-MAX              PIC 9(08) COMP VALUE 20000.
       01  PGCTB-SIM-ROS-COUNT            PIC 9(08) COMP VALUE ZERO.
       01  PGCTB-SIM-BASE-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  PGCTB-SIM-ROS-IDX              PIC 9(08) COMP.
       01  PGCTB-SIM-HIT-IDX              PIC 9(08) COMP.
       01  PGCTB-SIM-ROS-TABLE.
           05  PGCTB-SIM-ROS-ROW OCCURS 20000.
               10  PGCTB-SRO-NOJOUEUR    PIC 9(09).
               10  PGCTB-SRO-NOEQUIPE    PIC 9(09).
               10  PGCTB-SRO-WORK-EQUIPE PIC 9(09).
               10  PGCTB-SRO-POSITION    PIC X(20).
      *
      * The legs of the proposal being gathered. A single deal
      * beyond the leg table's capacity is fatal rather than
      * judged on its first legs only.
       01  PGCTB-SIM-LEG-MAX              PIC 9(02) COMP VALUE 20.
       01  PGCTB-SIM-LEG-COUNT            PIC 9(02) COMP VALUE ZERO.
       01  PGCTB-SIM-LEG-IDX              PIC 9(02) COMP.
       01  PGCTB-SIM-LEG-TABLE.
           05  PGCTB-SIM-LEG-ROW OCCURS 20.
               10  PGCTB-SLT-ACTION      PIC X(03).
               10  PGCTB-SLT-NOJOUEUR    PIC X(09).
               10  PGCTB-SLT-NOJOUEUR-N REDEFINES PGCTB-SLT-NOJOUEUR
                                          PIC 9(09).
               10  PGCTB-SLT-FROM        PIC X(09).
               10  PGCTB-SLT-FROM-N REDEFINES PGCTB-SLT-FROM
                                          PIC 9(09).
               10  PGCTB-SLT-TO          PIC X(09).
               10  PGCTB-SLT-TO-N REDEFINES PGCTB-SLT-TO
                                          PIC 9(09).
               10  PGCTB-SLT-POSITION    PIC X(20).
       01  PGCTB-SIM-PROP-ID              PIC X(08) VALUE SPACES.
      *
      * Every team the proposal's legs touch, with its head count
      * and regulated-position counts before and after. Two teams
      * per leg at most, so the table can never overflow.
       01  PGCTB-SIM-TEAM-COUNT           PIC 9(02) COMP VALUE ZERO.
       01  PGCTB-SIM-TEAM-IDX             PIC 9(02) COMP.
       01  PGCTB-SIM-TEAM-TABLE.
           05  PGCTB-SIM-TEAM-ROW OCCURS 40.
               10  PGCTB-STT-NOEQUIPE    PIC 9(09).
               10  PGCTB-STT-BEFORE      PIC 9(05).
               10  PGCTB-STT-AFTER       PIC 9(05).
               10  PGCTB-STT-POS-BEFORE OCCURS 20
                                          PIC 9(05).
               10  PGCTB-STT-POS-AFTER OCCURS 20
                                          PIC 9(05).
       01  PGCTB-SIM-NOTE-EQUIPE          PIC 9(09).
       01  PGCTB-SIM-FOUND-FLAG           PIC X(01).
           88  PGCTB-SIM-FOUND            VALUE 'Y'.
      *
      * Verdict of the proposal in hand. A malformed or impossible
      * leg denies the whole deal with its reason; otherwise any
      * touched team left outside a bound denies it.
       01  PGCTB-SIM-DENIED-FLAG          PIC X(01) VALUE SPACE.
           88  PGCTB-SIM-DENIED           VALUE 'Y'.
       01  PGCTB-SIM-INVALID-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-SIM-INVALID          VALUE 'Y'.
       01  PGCTB-SIM-REASON               PIC X(60) VALUE SPACES.
       01  PGCTB-SIM-BOUND-FLAG           PIC X(01) VALUE SPACE.
           88  PGCTB-SIM-OUT-OF-BOUNDS    VALUE 'Y'.
      *
      * Run tallies.
       01  PGCTB-SIM-PROP-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-SIM-APPROVED-COUNT       PIC 9(08) VALUE ZERO.
       01  PGCTB-SIM-DENIED-COUNT         PIC 9(08) VALUE ZERO.
       01  PGCTB-SIM-PLAYER-COUNT         PIC 9(08) VALUE ZERO.
      *
      * Report work fields.
       01  PGCTB-SIM-RPT-LINE             PIC X(132).
       01  PGCTB-SIM-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-SIM-POS-WORK             PIC X(20).
       01  PGCTB-SIM-POS-LEN              PIC 9(02) COMP.
       01  PGCTB-SIM-STATE                PIC X(03).
      *
       01  PGCTB-RUL-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-RUL-EOF              VALUE 'Y'.
       01  PGCTB-JEXT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-JEXT-EOF             VALUE 'Y'.
       01  PGCTB-PROP-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-PROP-EOF             VALUE 'Y'.
      *
      * File status bytes.
       01  PGCTB-PROP-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-RULES-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-POSRUL-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-JEXTRACT-STATUS          PIC X(02) VALUE SPACES.
       01  PGCTB-SIMRPT-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'simumouv'                  TO PGCTB-PROGRAM-NAME
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
           PERFORM PGCTB-RULES-READ
           PERFORM PGCTB-SIM-POSRULES-READ
           PERFORM PGCTB-SIM-LOAD-ROSTER
           PERFORM PGCTB-SIM-JUDGE-FILE
      *
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
      *
           DISPLAY 'Proposals: read=' PGCTB-SIM-PROP-COUNT
                   ' approved=' PGCTB-SIM-APPROVED-COUNT
                   ' denied=' PGCTB-SIM-DENIED-COUNT
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
      * A distinct code (32) when any proposal is denied, so the
      * registration office cannot miss a refusal in the batch.
           IF PGCTB-SIM-DENIED-COUNT > 0
              MOVE 32                      TO RETURN-CODE
           ELSE
              MOVE 0                       TO RETURN-CODE
           END-IF
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
      * Loads the season's roster-size rule - the RULESFIL row in
      * force on the run date, exactly as lecturbd picks it. Absent
      * file: head counts are shown but not judged. Present but
      * unreadable, inverted or not yet in force: fatal.
       PGCTB-RULES-READ SECTION.
           MOVE 1                         TO PGCTB-SIM-SEQUENCE
           OPEN INPUT PGCTB-RULES-FILE
           IF PGCTB-RULES-STATUS = '35'
              DISPLAY 'No roster rules file - size compliance'
                      ' not judged this run'
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
           END-IF
           .
       PGCTB-RULES-APPLY-RECORD-EXIT.
           EXIT.
      *************************************************************************
      * Loads the season's position rules the way validpos does.
      * Absent file: composition is shown but not judged. Present
      * but empty, non-numeric or inverted: fatal.
       PGCTB-SIM-POSRULES-READ SECTION.
           MOVE 2                         TO PGCTB-SIM-SEQUENCE
           OPEN INPUT PGCTB-POSRUL-FILE
           IF PGCTB-POSRUL-STATUS = '35'
              DISPLAY 'No position rules file - composition'
                      ' compliance not judged this run'
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
              PERFORM PGCTB-SIM-READ-RULE
                 UNTIL PGCTB-RUL-EOF
              CLOSE PGCTB-POSRUL-FILE
              IF PGCTB-SIM-RUL-COUNT > 0
                 SET PGCTB-SIM-RULES-LOADED TO TRUE
                 DISPLAY 'Position rules loaded: '
                         PGCTB-SIM-RUL-COUNT
              ELSE
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Position rules unreadable, empty or not'
                                           DELIMITED BY SIZE
                        ' yet in force'    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
           END-IF
           .
       PGCTB-SIM-POSRULES-READ-EXIT.
           EXIT.
      *
       PGCTB-SIM-READ-RULE SECTION.
           READ PGCTB-POSRUL-FILE
              AT END
                 SET PGCTB-RUL-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-PRL-POSITION NOT = SPACES
                    PERFORM PGCTB-SIM-FILE-RULE
                 END-IF
           END-READ
           .
       PGCTB-SIM-READ-RULE-EXIT.
           EXIT.
      *
      * Files one POSRULES row. A row dated after the run date is
      * next season's rule loaded ahead and is passed over until its
      * night; of the rows in force for one position the latest
      * effective date wins (a blank date reads 000000, in force
      * all along).
       PGCTB-SIM-FILE-RULE SECTION.
           MOVE PGCTB-PRL-EFF-DATE        TO PGCTB-SIM-REC-EFF
           IF PGCTB-SIM-REC-EFF = SPACES
              MOVE '000000'               TO PGCTB-SIM-REC-EFF
           END-IF
           IF PGCTB-SIM-REC-EFF IS NOT NUMERIC
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Non-numeric position rule effective date for '
                                           DELIMITED BY SIZE
                     PGCTB-PRL-POSITION    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF PGCTB-SIM-REC-EFF NOT > PGCTB-DATE
              PERFORM PGCTB-SIM-KEEP-RULE
           END-IF
           .
       PGCTB-SIM-FILE-RULE-EXIT.
           EXIT.
      *
       PGCTB-SIM-KEEP-RULE SECTION.
           IF PGCTB-PRL-MIN IS NUMERIC
              AND PGCTB-PRL-MAX IS NUMERIC
              IF PGCTB-PRL-MIN > PGCTB-PRL-MAX
                 MOVE 8                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Inverted position rule bounds for '
                                           DELIMITED BY SIZE
                        PGCTB-PRL-POSITION DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              MOVE ZERO                   TO PGCTB-SIM-RUL-HIT
              PERFORM PGCTB-SIM-FIND-RULE
                 VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-COUNT
                    OR PGCTB-SIM-RUL-HIT > 0
              IF PGCTB-SIM-RUL-HIT = 0
                 IF PGCTB-SIM-RUL-COUNT >= PGCTB-SIM-RUL-MAX
                    MOVE 9               TO PGCTB-RETURN-CODE
                    MOVE SPACES          TO PGCTB-ERROR-MESSAGE
                    STRING 'Position rules exceed the rule table'
                                           DELIMITED BY SIZE
                           ' capacity'     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                    SET PGCTB-ERROR      TO TRUE
                    PERFORM PGCTB-STATUS
                 END-IF
                 ADD 1                    TO PGCTB-SIM-RUL-COUNT
                 MOVE PGCTB-SIM-RUL-COUNT TO PGCTB-SIM-RUL-HIT
                 MOVE PGCTB-PRL-POSITION
                    TO PGCTB-SRT-POSITION (PGCTB-SIM-RUL-HIT)
                 MOVE SPACES
                    TO PGCTB-SRT-EFF-DATE (PGCTB-SIM-RUL-HIT)
              END-IF
              IF PGCTB-SIM-REC-EFF
                 NOT < PGCTB-SRT-EFF-DATE (PGCTB-SIM-RUL-HIT)
                 MOVE PGCTB-SIM-REC-EFF
                    TO PGCTB-SRT-EFF-DATE (PGCTB-SIM-RUL-HIT)
                 MOVE PGCTB-PRL-MIN
                    TO PGCTB-SRT-MIN (PGCTB-SIM-RUL-HIT)
                 MOVE PGCTB-PRL-MAX
                    TO PGCTB-SRT-MAX (PGCTB-SIM-RUL-HIT)
              END-IF
           ELSE
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Non-numeric position rule bounds for '
                                           DELIMITED BY SIZE
                     PGCTB-PRL-POSITION    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-SIM-KEEP-RULE-EXIT.
           EXIT.
      *
       PGCTB-SIM-FIND-RULE SECTION.
           IF PGCTB-SRT-POSITION (PGCTB-SIM-RUL-IDX)
              = PGCTB-PRL-POSITION
              MOVE PGCTB-SIM-RUL-IDX      TO PGCTB-SIM-RUL-HIT
           END-IF
           .
       PGCTB-SIM-FIND-RULE-EXIT.
           EXIT.
      *************************************************************************
      * Loads the night's roster whole. A player row with a bad key
      * is logged and left out - it could never be matched to a
      * proposal anyway.
       PGCTB-SIM-LOAD-ROSTER SECTION.
           MOVE 3                         TO PGCTB-SIM-SEQUENCE
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
           PERFORM PGCTB-SIM-READ-JEXT
              UNTIL PGCTB-JEXT-EOF
           CLOSE PGCTB-JEXTRACT-FILE
           MOVE PGCTB-SIM-ROS-COUNT       TO PGCTB-SIM-BASE-COUNT
           DISPLAY 'Roster players loaded: ' PGCTB-SIM-PLAYER-COUNT
           .
       PGCTB-SIM-LOAD-ROSTER-EXIT.
           EXIT.
      *
       PGCTB-SIM-READ-JEXT SECTION.
           READ PGCTB-JEXTRACT-FILE INTO PGCTB-SIM-JWORK
              AT END
                 SET PGCTB-JEXT-EOF      TO TRUE
              NOT AT END
                 IF PGCTB-SJW-TAG = 'DET'
                    IF PGCTB-SJW-NOJOUEUR IS NUMERIC
                       AND PGCTB-SJW-NOEQUIPE IS NUMERIC
                       PERFORM PGCTB-SIM-FILE-PLAYER
                    ELSE
                       MOVE SPACES       TO PGCTB-ERROR-MESSAGE
                       STRING 'Roster DET with non-numeric key'
                                           DELIMITED BY SIZE
                              ' skipped: ' DELIMITED BY SIZE
                              PGCTB-SJW-NOJOUEUR
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                       PERFORM PGCTB-LOG-ERROR
                       MOVE SPACES       TO PGCTB-ERROR-MESSAGE
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-SIM-READ-JEXT-EXIT.
           EXIT.
      *
       PGCTB-SIM-FILE-PLAYER SECTION.
           IF PGCTB-SIM-ROS-COUNT >= PGCTB-SIM-ROS-MAX
              MOVE 9                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Roster extract exceeds the roster table'
                                           DELIMITED BY SIZE
                     ' capacity'           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           ADD 1                          TO PGCTB-SIM-ROS-COUNT
           ADD 1                          TO PGCTB-SIM-PLAYER-COUNT
           MOVE PGCTB-SJW-NOJOUEUR-N
              TO PGCTB-SRO-NOJOUEUR (PGCTB-SIM-ROS-COUNT)
           MOVE PGCTB-SJW-NOEQUIPE-N
              TO PGCTB-SRO-NOEQUIPE (PGCTB-SIM-ROS-COUNT)
           MOVE PGCTB-SJW-NOEQUIPE-N
              TO PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-ROS-COUNT)
           MOVE PGCTB-SJW-POSITION
              TO PGCTB-SRO-POSITION (PGCTB-SIM-ROS-COUNT)
           .
       PGCTB-SIM-FILE-PLAYER-EXIT.
           EXIT.
      *************************************************************************
      * Reads the proposals, gathering the consecutive legs that
      * share a proposal number and judging each deal as soon as
      * its last leg is in hand.
       PGCTB-SIM-JUDGE-FILE SECTION.
           MOVE 4                         TO PGCTB-SIM-SEQUENCE
           OPEN INPUT PGCTB-PROP-FILE
           IF PGCTB-PROP-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open proposed moves, status '
                                           DELIMITED BY SIZE
                     PGCTB-PROP-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           OPEN OUTPUT PGCTB-SIMRPT-FILE
           IF PGCTB-SIMRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open verdict report, status '
                                           DELIMITED BY SIZE
                     PGCTB-SIMRPT-STATUS   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           STRING 'PROPOSED MOVES - VERDICTS AGAINST THE ROSTER OF 20'
                                           DELIMITED BY SIZE
                  PGCTB-DATE(1:2) '-' PGCTB-DATE(3:2) '-'
                  PGCTB-DATE(5:2)          DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           IF PGCTB-RULES-LOADED
              STRING 'Roster size bounds: ' DELIMITED BY SIZE
                     PGCTB-RULES-MIN       DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     PGCTB-RULES-MAX       DELIMITED BY SIZE
                     INTO PGCTB-SIM-RPT-LINE
           ELSE
              MOVE 'Roster size bounds: none on file - not judged'
                                          TO PGCTB-SIM-RPT-LINE
           END-IF
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           IF NOT PGCTB-SIM-RULES-LOADED
              MOVE 'Position bounds: none on file - not judged'
                                          TO PGCTB-SIM-RPT-LINE
              PERFORM PGCTB-SIM-WRITE-RPT-LINE
           END-IF
      *
           PERFORM PGCTB-SIM-READ-PROP
              UNTIL PGCTB-PROP-EOF
           IF PGCTB-SIM-LEG-COUNT > 0
              PERFORM PGCTB-SIM-JUDGE-PROPOSAL
           END-IF
      *
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           STRING 'TOTALS proposals=' DELIMITED BY SIZE
                  PGCTB-SIM-PROP-COUNT    DELIMITED BY SIZE
                  ' approved=' DELIMITED BY SIZE
                  PGCTB-SIM-APPROVED-COUNT DELIMITED BY SIZE
                  ' denied=' DELIMITED BY SIZE
                  PGCTB-SIM-DENIED-COUNT  DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
      *
           CLOSE PGCTB-PROP-FILE
           CLOSE PGCTB-SIMRPT-FILE
           .
       PGCTB-SIM-JUDGE-FILE-EXIT.
           EXIT.
      *
      * One trip around the proposal read loop - a new proposal
      * number closes out the deal gathered so far.
       PGCTB-SIM-READ-PROP SECTION.
           READ PGCTB-PROP-FILE
              AT END
                 SET PGCTB-PROP-EOF      TO TRUE
              NOT AT END
                 IF PGCTB-PROP-RECORD NOT = SPACES
                    IF PGCTB-PPR-PROPOSAL NOT = PGCTB-SIM-PROP-ID
                       AND PGCTB-SIM-LEG-COUNT > 0
                       PERFORM PGCTB-SIM-JUDGE-PROPOSAL
                    END-IF
                    PERFORM PGCTB-SIM-FILE-LEG
                 END-IF
           END-READ
           .
       PGCTB-SIM-READ-PROP-EXIT.
           EXIT.
      *
       PGCTB-SIM-FILE-LEG SECTION.
           IF PGCTB-SIM-LEG-COUNT >= PGCTB-SIM-LEG-MAX
              MOVE 9                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Proposal '           DELIMITED BY SIZE
                     PGCTB-PPR-PROPOSAL    DELIMITED BY SIZE
                     ' exceeds the leg table capacity'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE PGCTB-PPR-PROPOSAL        TO PGCTB-SIM-PROP-ID
           ADD 1                          TO PGCTB-SIM-LEG-COUNT
           MOVE PGCTB-PPR-ACTION
              TO PGCTB-SLT-ACTION (PGCTB-SIM-LEG-COUNT)
           MOVE PGCTB-PPR-NOJOUEUR
              TO PGCTB-SLT-NOJOUEUR (PGCTB-SIM-LEG-COUNT)
           MOVE PGCTB-PPR-FROM
              TO PGCTB-SLT-FROM (PGCTB-SIM-LEG-COUNT)
           MOVE PGCTB-PPR-TO
              TO PGCTB-SLT-TO (PGCTB-SIM-LEG-COUNT)
           MOVE PGCTB-PPR-POSITION
              TO PGCTB-SLT-POSITION (PGCTB-SIM-LEG-COUNT)
           .
       PGCTB-SIM-FILE-LEG-EXIT.
           EXIT.
      *************************************************************************
      * Judges one whole deal: every leg applied to the working
      * roster in order, then every touched team counted before and
      * after and held to both sets of bounds. The roster is put
      * back exactly as extracted before the next deal is read.
       PGCTB-SIM-JUDGE-PROPOSAL SECTION.
           MOVE 5                         TO PGCTB-SIM-SEQUENCE
           ADD 1                          TO PGCTB-SIM-PROP-COUNT
           MOVE SPACE                     TO PGCTB-SIM-DENIED-FLAG
           MOVE SPACE                     TO PGCTB-SIM-INVALID-FLAG
           MOVE SPACES                    TO PGCTB-SIM-REASON
           MOVE ZERO                      TO PGCTB-SIM-TEAM-COUNT
      *
           PERFORM PGCTB-SIM-APPLY-LEG
              VARYING PGCTB-SIM-LEG-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-LEG-IDX > PGCTB-SIM-LEG-COUNT
                 OR PGCTB-SIM-INVALID
      *
           IF PGCTB-SIM-INVALID
              SET PGCTB-SIM-DENIED        TO TRUE
           ELSE
              PERFORM PGCTB-SIM-COUNT-TEAM
                 VARYING PGCTB-SIM-TEAM-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-TEAM-IDX > PGCTB-SIM-TEAM-COUNT
              PERFORM PGCTB-SIM-CHECK-TEAM
                 VARYING PGCTB-SIM-TEAM-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-TEAM-IDX > PGCTB-SIM-TEAM-COUNT
           END-IF
      *
           IF PGCTB-SIM-DENIED
              ADD 1                       TO PGCTB-SIM-DENIED-COUNT
           ELSE
              ADD 1                       TO PGCTB-SIM-APPROVED-COUNT
           END-IF
           PERFORM PGCTB-SIM-PRINT-PROPOSAL
      *
      * Put the roster back as extracted - signing rows dropped,
      * every working team column reset.
           MOVE PGCTB-SIM-BASE-COUNT      TO PGCTB-SIM-ROS-COUNT
           PERFORM PGCTB-SIM-RESET-ROW
              VARYING PGCTB-SIM-ROS-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-ROS-IDX > PGCTB-SIM-ROS-COUNT
           MOVE ZERO                      TO PGCTB-SIM-LEG-COUNT
           .
       PGCTB-SIM-JUDGE-PROPOSAL-EXIT.
           EXIT.
      *
       PGCTB-SIM-RESET-ROW SECTION.
           MOVE PGCTB-SRO-NOEQUIPE (PGCTB-SIM-ROS-IDX)
              TO PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-ROS-IDX)
           .
       PGCTB-SIM-RESET-ROW-EXIT.
           EXIT.
      *************************************************************************
      * Applies one leg to the working roster. The player is looked
      * up on the working team column, so a later leg of the same
      * deal sees where an earlier leg left the player. The first leg
      * that cannot be carried out denies the deal with its reason.
       PGCTB-SIM-APPLY-LEG SECTION.
           IF PGCTB-SLT-NOJOUEUR (PGCTB-SIM-LEG-IDX) NOT NUMERIC
              MOVE 'NoJoueur missing or not numeric'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           ELSE
              PERFORM PGCTB-SIM-FIND-PLAYER
              EVALUATE PGCTB-SLT-ACTION (PGCTB-SIM-LEG-IDX)
              WHEN 'TRF'
                 PERFORM PGCTB-SIM-APPLY-TRF
              WHEN 'REL'
                 PERFORM PGCTB-SIM-APPLY-REL
              WHEN 'SGN'
                 PERFORM PGCTB-SIM-APPLY-SGN
              WHEN OTHER
                 MOVE 'unknown move code' TO PGCTB-SIM-REASON
                 SET PGCTB-SIM-INVALID    TO TRUE
              END-EVALUATE
           END-IF
           .
       PGCTB-SIM-APPLY-LEG-EXIT.
           EXIT.
      *
      * A transfer: the player must be on the from-team right now,
      * and the to-team must be numeric, non-zero and different.
       PGCTB-SIM-APPLY-TRF SECTION.
           EVALUATE TRUE
           WHEN NOT PGCTB-SIM-FOUND
           WHEN PGCTB-SLT-FROM (PGCTB-SIM-LEG-IDX) NOT NUMERIC
           WHEN PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX)
                   NOT = PGCTB-SLT-FROM-N (PGCTB-SIM-LEG-IDX)
              MOVE 'player not on the from-team roster'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           WHEN PGCTB-SLT-TO (PGCTB-SIM-LEG-IDX) NOT NUMERIC
           WHEN PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX) = ZERO
           WHEN PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX)
                   = PGCTB-SLT-FROM-N (PGCTB-SIM-LEG-IDX)
              MOVE 'to-team missing or same as from-team'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           WHEN OTHER
              MOVE PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX)
                 TO PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX)
              MOVE PGCTB-SLT-FROM-N (PGCTB-SIM-LEG-IDX)
                                          TO PGCTB-SIM-NOTE-EQUIPE
              PERFORM PGCTB-SIM-NOTE-TEAM
              MOVE PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX)
                                          TO PGCTB-SIM-NOTE-EQUIPE
              PERFORM PGCTB-SIM-NOTE-TEAM
           END-EVALUATE
           .
       PGCTB-SIM-APPLY-TRF-EXIT.
           EXIT.
      *
      * A release: the player must be on the from-team right now.
       PGCTB-SIM-APPLY-REL SECTION.
           EVALUATE TRUE
           WHEN NOT PGCTB-SIM-FOUND
           WHEN PGCTB-SLT-FROM (PGCTB-SIM-LEG-IDX) NOT NUMERIC
           WHEN PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX)
                   NOT = PGCTB-SLT-FROM-N (PGCTB-SIM-LEG-IDX)
              MOVE 'player not on the from-team roster'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           WHEN OTHER
              MOVE ZERO
                 TO PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX)
              MOVE PGCTB-SLT-FROM-N (PGCTB-SIM-LEG-IDX)
                                          TO PGCTB-SIM-NOTE-EQUIPE
              PERFORM PGCTB-SIM-NOTE-TEAM
           END-EVALUATE
           .
       PGCTB-SIM-APPLY-REL-EXIT.
           EXIT.
      *
      * A signing: the player must be on no roster right now - a
      * stranger to the extract rides on an extra row carrying the
      * position the office gave, one released earlier in the same
      * deal just takes that row back.
       PGCTB-SIM-APPLY-SGN SECTION.
           EVALUATE TRUE
           WHEN PGCTB-SLT-TO (PGCTB-SIM-LEG-IDX) NOT NUMERIC
           WHEN PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX) = ZERO
              MOVE 'to-team missing on a signing'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           WHEN PGCTB-SIM-FOUND
              IF PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX) NOT = ZERO
                 MOVE 'player signed is already on a roster'
                                          TO PGCTB-SIM-REASON
                 SET PGCTB-SIM-INVALID    TO TRUE
              ELSE
                 PERFORM PGCTB-SIM-SIGN-TO-TEAM
              END-IF
           WHEN PGCTB-SLT-POSITION (PGCTB-SIM-LEG-IDX) = SPACES
              MOVE 'position required on a signing'
                                          TO PGCTB-SIM-REASON
              SET PGCTB-SIM-INVALID       TO TRUE
           WHEN OTHER
              IF PGCTB-SIM-ROS-COUNT >= PGCTB-SIM-ROS-MAX
                 MOVE 9                  TO PGCTB-RETURN-CODE
                 MOVE SPACES             TO PGCTB-ERROR-MESSAGE
                 STRING 'Signings exceed the roster table'
                                           DELIMITED BY SIZE
                        ' capacity'        DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
                 SET PGCTB-ERROR         TO TRUE
                 PERFORM PGCTB-STATUS
              END-IF
              ADD 1                       TO PGCTB-SIM-ROS-COUNT
              MOVE PGCTB-SIM-ROS-COUNT    TO PGCTB-SIM-HIT-IDX
              MOVE PGCTB-SLT-NOJOUEUR-N (PGCTB-SIM-LEG-IDX)
                 TO PGCTB-SRO-NOJOUEUR (PGCTB-SIM-HIT-IDX)
              MOVE ZERO
                 TO PGCTB-SRO-NOEQUIPE (PGCTB-SIM-HIT-IDX)
              MOVE PGCTB-SLT-POSITION (PGCTB-SIM-LEG-IDX)
                 TO PGCTB-SRO-POSITION (PGCTB-SIM-HIT-IDX)
              PERFORM PGCTB-SIM-SIGN-TO-TEAM
           END-EVALUATE
           .
       PGCTB-SIM-APPLY-SGN-EXIT.
           EXIT.
      *
      * Puts the signed player's row on the to-team.
       PGCTB-SIM-SIGN-TO-TEAM SECTION.
           MOVE PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX)
              TO PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-HIT-IDX)
           MOVE PGCTB-SLT-TO-N (PGCTB-SIM-LEG-IDX)
                                          TO PGCTB-SIM-NOTE-EQUIPE
           PERFORM PGCTB-SIM-NOTE-TEAM
           .
       PGCTB-SIM-SIGN-TO-TEAM-EXIT.
           EXIT.
      *
      * Finds the leg's player on the roster, signing rows
      * included.
       PGCTB-SIM-FIND-PLAYER SECTION.
           MOVE SPACE                     TO PGCTB-SIM-FOUND-FLAG
           MOVE ZERO                      TO PGCTB-SIM-HIT-IDX
           PERFORM PGCTB-SIM-SCAN-PLAYER
              VARYING PGCTB-SIM-ROS-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-ROS-IDX > PGCTB-SIM-ROS-COUNT
                 OR PGCTB-SIM-FOUND
           .
       PGCTB-SIM-FIND-PLAYER-EXIT.
           EXIT.
      *
       PGCTB-SIM-SCAN-PLAYER SECTION.
           IF PGCTB-SRO-NOJOUEUR (PGCTB-SIM-ROS-IDX)
              = PGCTB-SLT-NOJOUEUR-N (PGCTB-SIM-LEG-IDX)
              SET PGCTB-SIM-FOUND         TO TRUE
              MOVE PGCTB-SIM-ROS-IDX      TO PGCTB-SIM-HIT-IDX
           END-IF
           .
       PGCTB-SIM-SCAN-PLAYER-EXIT.
           EXIT.
      *
      * Adds a team to the touched list once.
       PGCTB-SIM-NOTE-TEAM SECTION.
           MOVE SPACE                     TO PGCTB-SIM-FOUND-FLAG
           PERFORM PGCTB-SIM-SCAN-TEAM
              VARYING PGCTB-SIM-TEAM-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-TEAM-IDX > PGCTB-SIM-TEAM-COUNT
                 OR PGCTB-SIM-FOUND
           IF NOT PGCTB-SIM-FOUND
              ADD 1                       TO PGCTB-SIM-TEAM-COUNT
              MOVE PGCTB-SIM-NOTE-EQUIPE
                 TO PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-COUNT)
           END-IF
           .
       PGCTB-SIM-NOTE-TEAM-EXIT.
           EXIT.
      *
       PGCTB-SIM-SCAN-TEAM SECTION.
           IF PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-IDX)
              = PGCTB-SIM-NOTE-EQUIPE
              SET PGCTB-SIM-FOUND         TO TRUE
           END-IF
           .
       PGCTB-SIM-SCAN-TEAM-EXIT.
           EXIT.
      *************************************************************************
      * Counts one touched team before (the roster as extracted)
      * and after (the working team column, signings included).
       PGCTB-SIM-COUNT-TEAM SECTION.
           MOVE ZERO TO PGCTB-STT-BEFORE (PGCTB-SIM-TEAM-IDX)
           MOVE ZERO TO PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX)
           PERFORM PGCTB-SIM-ZERO-POS
              VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-MAX
           PERFORM PGCTB-SIM-COUNT-ROW
              VARYING PGCTB-SIM-ROS-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-ROS-IDX > PGCTB-SIM-ROS-COUNT
           .
       PGCTB-SIM-COUNT-TEAM-EXIT.
           EXIT.
      *
       PGCTB-SIM-ZERO-POS SECTION.
           MOVE ZERO TO PGCTB-STT-POS-BEFORE
                        (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
           MOVE ZERO TO PGCTB-STT-POS-AFTER
                        (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
           .
       PGCTB-SIM-ZERO-POS-EXIT.
           EXIT.
      *
       PGCTB-SIM-COUNT-ROW SECTION.
           IF PGCTB-SRO-NOEQUIPE (PGCTB-SIM-ROS-IDX)
              = PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-IDX)
              ADD 1 TO PGCTB-STT-BEFORE (PGCTB-SIM-TEAM-IDX)
              PERFORM PGCTB-SIM-BUMP-BEFORE
                 VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-COUNT
           END-IF
           IF PGCTB-SRO-WORK-EQUIPE (PGCTB-SIM-ROS-IDX)
              = PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-IDX)
              ADD 1 TO PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX)
              PERFORM PGCTB-SIM-BUMP-AFTER
                 VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-COUNT
           END-IF
           .
       PGCTB-SIM-COUNT-ROW-EXIT.
           EXIT.
      *
       PGCTB-SIM-BUMP-BEFORE SECTION.
           IF PGCTB-SRT-POSITION (PGCTB-SIM-RUL-IDX)
              = PGCTB-SRO-POSITION (PGCTB-SIM-ROS-IDX)
              ADD 1 TO PGCTB-STT-POS-BEFORE
                       (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
           END-IF
           .
       PGCTB-SIM-BUMP-BEFORE-EXIT.
           EXIT.
      *
       PGCTB-SIM-BUMP-AFTER SECTION.
           IF PGCTB-SRT-POSITION (PGCTB-SIM-RUL-IDX)
              = PGCTB-SRO-POSITION (PGCTB-SIM-ROS-IDX)
              ADD 1 TO PGCTB-STT-POS-AFTER
                       (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
           END-IF
           .
       PGCTB-SIM-BUMP-AFTER-EXIT.
           EXIT.
      *
      * Holds one touched team's after counts to both sets of
      * bounds. The first team found outside names the reason.
       PGCTB-SIM-CHECK-TEAM SECTION.
           MOVE SPACE                     TO PGCTB-SIM-BOUND-FLAG
           IF PGCTB-RULES-LOADED
              IF PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX) < PGCTB-RULES-MIN
                 OR PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX)
                    > PGCTB-RULES-MAX
                 SET PGCTB-SIM-OUT-OF-BOUNDS TO TRUE
              END-IF
           END-IF
           PERFORM PGCTB-SIM-CHECK-POS
              VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-COUNT
           IF PGCTB-SIM-OUT-OF-BOUNDS
              AND NOT PGCTB-SIM-DENIED
              SET PGCTB-SIM-DENIED        TO TRUE
              MOVE SPACES                 TO PGCTB-SIM-REASON
              STRING 'team '              DELIMITED BY SIZE
                     PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-IDX)
                                          DELIMITED BY SIZE
                     ' outside the bounds after the move'
                                          DELIMITED BY SIZE
                     INTO PGCTB-SIM-REASON
           END-IF
           .
       PGCTB-SIM-CHECK-TEAM-EXIT.
           EXIT.
      *
       PGCTB-SIM-CHECK-POS SECTION.
           IF PGCTB-STT-POS-AFTER (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                 < PGCTB-SRT-MIN (PGCTB-SIM-RUL-IDX)
              OR PGCTB-STT-POS-AFTER
                    (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                 > PGCTB-SRT-MAX (PGCTB-SIM-RUL-IDX)
              SET PGCTB-SIM-OUT-OF-BOUNDS TO TRUE
           END-IF
           .
       PGCTB-SIM-CHECK-POS-EXIT.
           EXIT.
      *************************************************************************
      * Prints one deal: the verdict line, its legs, then every
      * touched team's head count and regulated positions before
      * and after against the bounds.
       PGCTB-SIM-PRINT-PROPOSAL SECTION.
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           MOVE 1                         TO PGCTB-SIM-RPT-PTR
           STRING 'PROPOSAL '             DELIMITED BY SIZE
                  PGCTB-SIM-PROP-ID       DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
                  WITH POINTER PGCTB-SIM-RPT-PTR
           IF PGCTB-SIM-DENIED
              STRING 'DENIED - '          DELIMITED BY SIZE
                     PGCTB-SIM-REASON     DELIMITED BY SIZE
                     INTO PGCTB-SIM-RPT-LINE
                     WITH POINTER PGCTB-SIM-RPT-PTR
           ELSE
              STRING 'APPROVED'           DELIMITED BY SIZE
                     INTO PGCTB-SIM-RPT-LINE
                     WITH POINTER PGCTB-SIM-RPT-PTR
           END-IF
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           DISPLAY PGCTB-SIM-RPT-LINE(1:100)
      *
           PERFORM PGCTB-SIM-PRINT-LEG
              VARYING PGCTB-SIM-LEG-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-LEG-IDX > PGCTB-SIM-LEG-COUNT
      *
      * A deal refused on a leg never reached the counts.
           IF NOT PGCTB-SIM-INVALID
              PERFORM PGCTB-SIM-PRINT-TEAM
                 VARYING PGCTB-SIM-TEAM-IDX FROM 1 BY 1
                 UNTIL PGCTB-SIM-TEAM-IDX > PGCTB-SIM-TEAM-COUNT
           END-IF
           .
       PGCTB-SIM-PRINT-PROPOSAL-EXIT.
           EXIT.
      *
       PGCTB-SIM-PRINT-LEG SECTION.
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           STRING '   leg '               DELIMITED BY SIZE
                  PGCTB-SLT-ACTION (PGCTB-SIM-LEG-IDX)
                                          DELIMITED BY SIZE
                  ' player '              DELIMITED BY SIZE
                  PGCTB-SLT-NOJOUEUR (PGCTB-SIM-LEG-IDX)
                                          DELIMITED BY SIZE
                  ' from '                DELIMITED BY SIZE
                  PGCTB-SLT-FROM (PGCTB-SIM-LEG-IDX)
                                          DELIMITED BY SIZE
                  ' to '                  DELIMITED BY SIZE
                  PGCTB-SLT-TO (PGCTB-SIM-LEG-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SLT-POSITION (PGCTB-SIM-LEG-IDX)
                                          DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           .
       PGCTB-SIM-PRINT-LEG-EXIT.
           EXIT.
      *
       PGCTB-SIM-PRINT-TEAM SECTION.
           MOVE 'OK '                     TO PGCTB-SIM-STATE
           IF PGCTB-RULES-LOADED
              IF PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX) < PGCTB-RULES-MIN
                 OR PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX)
                    > PGCTB-RULES-MAX
                 MOVE 'OUT'               TO PGCTB-SIM-STATE
              END-IF
           END-IF
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           STRING '   team '              DELIMITED BY SIZE
                  PGCTB-STT-NOEQUIPE (PGCTB-SIM-TEAM-IDX)
                                          DELIMITED BY SIZE
                  ' players before='      DELIMITED BY SIZE
                  PGCTB-STT-BEFORE (PGCTB-SIM-TEAM-IDX)
                                          DELIMITED BY SIZE
                  ' after='               DELIMITED BY SIZE
                  PGCTB-STT-AFTER (PGCTB-SIM-TEAM-IDX)
                                          DELIMITED BY SIZE
                  ' bounds='              DELIMITED BY SIZE
                  PGCTB-RULES-MIN         DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-RULES-MAX         DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SIM-STATE         DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           PERFORM PGCTB-SIM-PRINT-POS
              VARYING PGCTB-SIM-RUL-IDX FROM 1 BY 1
              UNTIL PGCTB-SIM-RUL-IDX > PGCTB-SIM-RUL-COUNT
           .
       PGCTB-SIM-PRINT-TEAM-EXIT.
           EXIT.
      *
      * One regulated position of a touched team - the padded
      * 20-byte code is trimmed so the counts line up close to it.
       PGCTB-SIM-PRINT-POS SECTION.
           MOVE 'OK '                     TO PGCTB-SIM-STATE
           IF PGCTB-STT-POS-AFTER (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                 < PGCTB-SRT-MIN (PGCTB-SIM-RUL-IDX)
              OR PGCTB-STT-POS-AFTER
                    (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                 > PGCTB-SRT-MAX (PGCTB-SIM-RUL-IDX)
              MOVE 'OUT'                  TO PGCTB-SIM-STATE
           END-IF
           MOVE SPACES                    TO PGCTB-SIM-RPT-LINE
           MOVE 1                         TO PGCTB-SIM-RPT-PTR
           STRING '      '                DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
                  WITH POINTER PGCTB-SIM-RPT-PTR
           MOVE PGCTB-SRT-POSITION (PGCTB-SIM-RUL-IDX)
                                          TO PGCTB-SIM-POS-WORK
           PERFORM PGCTB-SIM-TRIM-POS
           IF PGCTB-SIM-POS-LEN > 0
              STRING PGCTB-SIM-POS-WORK(1:PGCTB-SIM-POS-LEN)
                                          DELIMITED BY SIZE
                     INTO PGCTB-SIM-RPT-LINE
                     WITH POINTER PGCTB-SIM-RPT-PTR
           END-IF
           STRING ' before='              DELIMITED BY SIZE
                  PGCTB-STT-POS-BEFORE
                     (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                                          DELIMITED BY SIZE
                  ' after='               DELIMITED BY SIZE
                  PGCTB-STT-POS-AFTER
                     (PGCTB-SIM-TEAM-IDX PGCTB-SIM-RUL-IDX)
                                          DELIMITED BY SIZE
                  ' bounds='              DELIMITED BY SIZE
                  PGCTB-SRT-MIN (PGCTB-SIM-RUL-IDX)
                                          DELIMITED BY SIZE
                  '-'                     DELIMITED BY SIZE
                  PGCTB-SRT-MAX (PGCTB-SIM-RUL-IDX)
                                          DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-SIM-STATE         DELIMITED BY SIZE
                  INTO PGCTB-SIM-RPT-LINE
                  WITH POINTER PGCTB-SIM-RPT-PTR
           PERFORM PGCTB-SIM-WRITE-RPT-LINE
           .
       PGCTB-SIM-PRINT-POS-EXIT.
           EXIT.
      *
      * Computes the trimmed length of PGCTB-SIM-POS-WORK into
      * PGCTB-SIM-POS-LEN (right-hand pad spaces only).
       PGCTB-SIM-TRIM-POS SECTION.
           MOVE 20                        TO PGCTB-SIM-POS-LEN
           PERFORM PGCTB-SIM-TRIM-POS-SCAN
              VARYING PGCTB-SIM-POS-LEN FROM 20 BY -1
              UNTIL PGCTB-SIM-POS-LEN = 0
                 OR PGCTB-SIM-POS-WORK(PGCTB-SIM-POS-LEN:1) NOT = SPACE
           .
       PGCTB-SIM-TRIM-POS-EXIT.
           EXIT.
      * No-op body - PGCTB-SIM-POS-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-SIM-TRIM-POS-SCAN SECTION.
           CONTINUE
           .
       PGCTB-SIM-TRIM-POS-SCAN-EXIT.
           EXIT.
      *
       PGCTB-SIM-WRITE-RPT-LINE SECTION.
           MOVE PGCTB-SIM-RPT-LINE        TO PGCTB-SIMRPT-RECORD
           WRITE PGCTB-SIMRPT-RECORD
           .
       PGCTB-SIM-WRITE-RPT-LINE-EXIT.
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
      * simulation step number, to the dated error-log file. The
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
           MOVE PGCTB-SIM-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
