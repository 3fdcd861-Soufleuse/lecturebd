      ****************************************************************
      * Rapprochement des changements detectes, appliques et
      * enregistres.
      *
      * compextr dit ce qui a change (CHANGES ADD/CHG/DEL), majequip
      * dit ce qu'il a vraiment applique a EQUIPMST (MAJAUDIT) et
      * histequi dit ce qu'il a inscrit dans EQHISTRY - rien ne
      * prouvait que les trois s'accordent. Ce programme:
      *   - prend l'estampille du HDR de EXTRACT et verifie que
      *     CHANGES et MAJAUDIT decrivent bien ce meme extract;
      *   - apparie les trois par NoEquipe et code d'action, cote
      *     a cote apres tri de CHANGES et de MAJAUDIT - la cle
      *     EQHISTRY est NoEquipe + estampille du HDR de CHANGES;
      *   - relit EQUIPMST par cle pour confirmer que NomEquipe et
      *     Ville de chaque equipe changee valent maintenant les
      *     valeurs "apres" de CHANGES (et qu'une DEL y est bien
      *     marquee retiree);
      *   - ecrit chaque equipe absente d'un volet, ou en desaccord
      *     entre deux volets, au rapport d'ecarts RAPCRPT et
      *     termine avec un code retour distinct (42), comme le 18
      *     de rapproch.
      *
      ****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. rapchang.
      *
      * Environment division
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
      * The Equipe extract lecturbd wrote - read for its HDR stamp
      * only, the night every other leg must describe.
           SELECT PGCTB-EXTRACT-FILE    ASSIGN TO "EXTRACT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-EXTRACT-STATUS.
      *
      * The changes feed compextr wrote - what was detected.
           SELECT PGCTB-CHANGES-FILE    ASSIGN TO "CHANGES"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-CHANGES-STATUS.
      *
      * The applied-actions audit majequip wrote - what was
      * applied.
           SELECT PGCTB-AUDIT-FILE      ASSIGN TO "MAJAUDIT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-AUDIT-STATUS.
      *
      * The permanent keyed team history histequi keeps - what was
      * recorded.
           SELECT PGCTB-EQHIST-FILE     ASSIGN TO "EQHISTRY"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-EQH-KEY
                  FILE STATUS IS PGCTB-EQHIST-STATUS.
      *
      * The keyed Equipe master - what now stands.
           SELECT PGCTB-EQMST-FILE      ASSIGN TO "EQUIPMST"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PGCTB-EQM-NOEQUIPE
                  FILE STATUS IS PGCTB-EQMST-STATUS.
      *
      * Break report - one line per disagreement plus the verdict,
      * read by operators and the league office.
           SELECT PGCTB-RCHRPT-FILE     ASSIGN TO "RAPCRPT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-RCHRPT-STATUS.
      *
      * Dated audit trail of every error - the same ERRLOG the
      * whole PGCTBnnn suite appends to.
           SELECT PGCTB-ERRLOG-FILE     ASSIGN TO "ERRLOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ERRLOG-STATUS.
      *
      * Sort work files - the changes DETs and the apply-audit
      * action lines re-sequenced on NoEquipe.
           SELECT PGCTB-CSORT-FILE      ASSIGN TO "SORTWK1".
      *
           SELECT PGCTB-ASORT-FILE      ASSIGN TO "SORTWK2".
      *
      * The sorted legs the match-merge reads.
           SELECT PGCTB-CSRT-FILE       ASSIGN TO "RCHCSORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-CSRT-STATUS.
      *
           SELECT PGCTB-ASRT-FILE       ASSIGN TO "RCHASORT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PGCTB-ASRT-STATUS.
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
       FD  PGCTB-CHANGES-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-CHANGES-RECORD          PIC X(240).
      *
       FD  PGCTB-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-AUDIT-RECORD            PIC X(132).
      *
       FD  PGCTB-EQHIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-EQHIST-RECORD.
           05  PGCTB-EQH-KEY.
               10  PGCTB-EQH-NOEQUIPE    PIC 9(09).
               10  PGCTB-EQH-EFF-DATE    PIC X(06).
               10  PGCTB-EQH-EFF-TIME    PIC X(06).
           05  PGCTB-EQH-ACTION          PIC X(03).
           05  PGCTB-EQH-OLD-NOMEQUIPE   PIC X(50).
           05  PGCTB-EQH-OLD-VILLE       PIC X(50).
           05  PGCTB-EQH-OLD-NBJOUEURS   PIC X(05).
           05  PGCTB-EQH-NEW-NOMEQUIPE   PIC X(50).
           05  PGCTB-EQH-NEW-VILLE       PIC X(50).
           05  PGCTB-EQH-NEW-NBJOUEURS   PIC X(05).
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
       FD  PGCTB-RCHRPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-RCHRPT-RECORD           PIC X(132).
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
       SD  PGCTB-CSORT-FILE.
       01  PGCTB-CSORT-RECORD.
           05  FILLER                    PIC X(08).
           05  PGCTB-CST-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(223).
      *
       SD  PGCTB-ASORT-FILE.
       01  PGCTB-ASORT-RECORD.
           05  FILLER                    PIC X(04).
           05  PGCTB-AST-NOEQUIPE        PIC 9(09).
           05  FILLER                    PIC X(119).
      *
       FD  PGCTB-CSRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-CSRT-RECORD             PIC X(240).
      *
       FD  PGCTB-ASRT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PGCTB-ASRT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 SORTED MATCH-MERGE'.
      *
      * Reconcile step number stamped into the error log the way the
      * DB programs stamp SQLCA-SEQUENCE.
       01  PGCTB-RCH-SEQUENCE             PIC 9(08) VALUE ZERO.
      *
      * Work view of the extract HDR.
       01  PGCTB-RCH-EHDR.
           05  PGCTB-REH-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-REH-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-REH-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-REH-TIME            PIC X(06).
           05  FILLER                    PIC X(106).
      *
      * Work view of a changes record, examined through the same
      * layouts compextr writes.
       01  PGCTB-RCH-CWORK                PIC X(240).
       01  PGCTB-RCH-CHDR REDEFINES PGCTB-RCH-CWORK.
           05  PGCTB-RCH-CHW-TAG         PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCH-CHW-PROGRAM     PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCH-CHW-DATE        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCH-CHW-TIME        PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCH-CHW-SRC-DATE    PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCH-CHW-SRC-TIME    PIC X(06).
           05  FILLER                    PIC X(200).
       01  PGCTB-RCH-CDET REDEFINES PGCTB-RCH-CWORK.
           05  PGCTB-RCD-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-ACTION          PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-NOEQUIPE        PIC X(09).
           05  PGCTB-RCD-NOEQUIPE-N REDEFINES PGCTB-RCD-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-OLD-NOMEQUIPE   PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-OLD-VILLE       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-OLD-NBJOUEURS   PIC X(05).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-NEW-NOMEQUIPE   PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-NEW-VILLE       PIC X(50).
           05  FILLER                    PIC X(01).
           05  PGCTB-RCD-NEW-NBJOUEURS   PIC X(05).
           05  FILLER                    PIC X(07).
      *
      * Work view of an apply-audit line. The HDR is laid out like
      * the extract's; an action line starts with its action code
      * and NoEquipe. Continuation, total and backout lines match
      * neither and are passed over.
       01  PGCTB-RCH-AWORK                PIC X(132).
       01  PGCTB-RCH-AHDR REDEFINES PGCTB-RCH-AWORK.
           05  PGCTB-RAH-TAG             PIC X(03).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAH-PROGRAM         PIC X(08).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAH-DATE            PIC X(06).
           05  FILLER                    PIC X(01).
           05  PGCTB-RAH-TIME            PIC X(06).
           05  FILLER                    PIC X(106).
       01  PGCTB-RCH-ADET REDEFINES PGCTB-RCH-AWORK.
           05  PGCTB-RAD-ACTION          PIC X(03).
               88  PGCTB-RAD-IS-ACTION   VALUE 'ADD' 'CHG' 'DEL'.
           05  PGCTB-RAD-GAP             PIC X(01).
           05  PGCTB-RAD-NOEQUIPE        PIC X(09).
           05  PGCTB-RAD-NOEQUIPE-N REDEFINES PGCTB-RAD-NOEQUIPE
                                          PIC 9(09).
           05  FILLER                    PIC X(119).
      *
      * Run-time PARM - ENV-CODE only.
       01  PGCTB-PARM-TEXT                PIC X(100) VALUE SPACES.
      *
      * The night's stamp (EXTRACT HDR) and the changes feed's own
      * stamp, the effective stamp histequi filed EQHISTRY under.
       01  PGCTB-RCH-STAMP-DATE           PIC X(06) VALUE SPACES.
       01  PGCTB-RCH-STAMP-TIME           PIC X(06) VALUE SPACES.
       01  PGCTB-RCH-CHG-DATE             PIC X(06) VALUE SPACES.
       01  PGCTB-RCH-CHG-TIME             PIC X(06) VALUE SPACES.
      *
      * Whether each sequential leg describes the night's extract.
      * A leg that does not is one STAMP break - matching it team
      * by team against another night would only bury that in
      * noise.
       01  PGCTB-RCH-CHG-OK-FLAG          PIC X(01) VALUE SPACE.
           88  PGCTB-RCH-CHG-OK           VALUE 'Y'.
       01  PGCTB-RCH-AUD-OK-FLAG          PIC X(01) VALUE SPACE.
           88  PGCTB-RCH-AUD-OK           VALUE 'Y'.
       01  PGCTB-RCH-AUD-FIRST-FLAG       PIC X(01) VALUE 'Y'.
           88  PGCTB-RCH-AUD-FIRST        VALUE 'Y'.
      *
      * Match-merge keys. MAJAUDIT follows the extract's Ville
      * order, so the changes DETs and the audit's action lines are
      * both sorted on NoEquipe; the history is read in key order,
      * which leads with NoEquipe. The three legs are then merged
      * side by side, one team at a time, with nothing held - an
      * exhausted leg sits at the high key.
       01  PGCTB-RCH-CHG-KEY              PIC 9(10) VALUE ZERO.
       01  PGCTB-RCH-AUD-KEY              PIC 9(10) VALUE ZERO.
       01  PGCTB-RCH-HST-KEY              PIC 9(10) VALUE ZERO.
       01  PGCTB-RCH-LOW-KEY              PIC 9(10) VALUE ZERO.
       01  PGCTB-RCH-HIGH-KEY             PIC 9(10) VALUE 9999999999.
       01  PGCTB-RCH-HST-HIT-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-RCH-HST-HIT          VALUE 'Y'.
       01  PGCTB-RCH-ROW-BRK-FLAG         PIC X(01) VALUE SPACE.
           88  PGCTB-RCH-ROW-BROKEN       VALUE 'Y'.
      *
      * Break line under construction.
       01  PGCTB-RCH-BRK-TAG              PIC X(05).
       01  PGCTB-RCH-BRK-NOEQUIPE         PIC 9(09).
       01  PGCTB-RCH-BRK-TEXT             PIC X(40).
       01  PGCTB-RCH-BRK-NOM-1            PIC X(50).
       01  PGCTB-RCH-BRK-NOM-2            PIC X(50).
      *
      * Reconcile tallies for the verdict and the console summary.
       01  PGCTB-RCH-DET-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-RCH-AUD-COUNT            PIC 9(08) VALUE ZERO.
       01  PGCTB-RCH-HIST-COUNT           PIC 9(08) VALUE ZERO.
       01  PGCTB-RCH-MATCH-COUNT          PIC 9(08) VALUE ZERO.
       01  PGCTB-RCH-BREAK-COUNT          PIC 9(08) VALUE ZERO.
      *
       01  PGCTB-CHG-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-CHG-EOF              VALUE 'Y'.
       01  PGCTB-AUD-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-AUD-EOF              VALUE 'Y'.
       01  PGCTB-HST-EOF-FLAG             PIC X(01) VALUE SPACE.
           88  PGCTB-HST-EOF              VALUE 'Y'.
       01  PGCTB-CSRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-CSRT-EOF             VALUE 'Y'.
       01  PGCTB-ASRT-EOF-FLAG            PIC X(01) VALUE SPACE.
           88  PGCTB-ASRT-EOF             VALUE 'Y'.
      *
      * Report line under construction, and the trimmed-name work
      * fields shared by the report writers.
       01  PGCTB-RCH-RPT-LINE             PIC X(132).
       01  PGCTB-RCH-RPT-PTR              PIC 9(04) COMP.
       01  PGCTB-RCH-NOM-WORK             PIC X(50).
       01  PGCTB-RCH-NOM-LEN              PIC 9(02) COMP.
      *
      * File status bytes.
       01  PGCTB-EXTRACT-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-CHANGES-STATUS           PIC X(02) VALUE SPACES.
       01  PGCTB-AUDIT-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-EQHIST-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-EQMST-STATUS             PIC X(02) VALUE SPACES.
       01  PGCTB-RCHRPT-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-ERRLOG-STATUS            PIC X(02) VALUE SPACES.
       01  PGCTB-CSRT-STATUS              PIC X(02) VALUE SPACES.
       01  PGCTB-ASRT-STATUS              PIC X(02) VALUE SPACES.
      *
       01  PGCTB-ERRLOG-OPEN-FLAG         PIC X(01) VALUE 'N'.
           88  PGCTB-ERRLOG-IS-OPEN       VALUE 'Y'.
      *
      * Procedure division
       PROCEDURE DIVISION.
      *
           MOVE 'rapchang'                  TO PGCTB-PROGRAM-NAME
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
           PERFORM PGCTB-RCH-OPEN-FILES
           PERFORM PGCTB-RCH-GET-STAMP
           PERFORM PGCTB-RCH-SORT-CHANGES
           IF PGCTB-RCH-CHG-OK
              PERFORM PGCTB-RCH-SORT-AUDIT
              PERFORM PGCTB-RCH-CHECK-AUD-LEG
              PERFORM PGCTB-RCH-OPEN-SORTED
              PERFORM PGCTB-RCH-MATCH-STEP
                 UNTIL PGCTB-CSRT-EOF
                   AND PGCTB-ASRT-EOF
                   AND PGCTB-HST-EOF
              CLOSE PGCTB-CSRT-FILE
              CLOSE PGCTB-ASRT-FILE
           END-IF
           PERFORM PGCTB-RCH-WRITE-VERDICT
      *
           CLOSE PGCTB-CHANGES-FILE
           CLOSE PGCTB-AUDIT-FILE
           CLOSE PGCTB-EQHIST-FILE
           CLOSE PGCTB-EQMST-FILE
           CLOSE PGCTB-RCHRPT-FILE
           IF PGCTB-ERRLOG-IS-OPEN
              CLOSE PGCTB-ERRLOG-FILE
           END-IF
      *
           DISPLAY 'Reconcile: changes=' PGCTB-RCH-DET-COUNT
                   ' applied=' PGCTB-RCH-AUD-COUNT
                   ' recorded=' PGCTB-RCH-HIST-COUNT
                   ' breaks=' PGCTB-RCH-BREAK-COUNT
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
      * A distinct code (42) when the three legs disagree, so the
      * scheduler can hold the league-office handoff on this
      * program alone, the way rapproch's 18 holds registration.
           IF PGCTB-RCH-BREAK-COUNT > 0
              MOVE 42                      TO RETURN-CODE
           ELSE
              MOVE 0                       TO RETURN-CODE
           END-IF
           .
       PGCTB-MAIN-EXIT.
           STOP RUN.
      /
      *************************************************************************
      * Opens every leg and the break report. Any leg missing is a
      * hard failure - a reconciliation against part of the
      * evidence proves nothing.
       PGCTB-RCH-OPEN-FILES SECTION.
           MOVE 1                         TO PGCTB-RCH-SEQUENCE
           OPEN INPUT PGCTB-EXTRACT-FILE
           IF PGCTB-EXTRACT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open Equipe extract, status '
                                           DELIMITED BY SIZE
                     PGCTB-EXTRACT-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 2                         TO PGCTB-RCH-SEQUENCE
           OPEN INPUT PGCTB-CHANGES-FILE
           IF PGCTB-CHANGES-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open changes file, status '
                                           DELIMITED BY SIZE
                     PGCTB-CHANGES-STATUS  DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 3                         TO PGCTB-RCH-SEQUENCE
           OPEN INPUT PGCTB-AUDIT-FILE
           IF PGCTB-AUDIT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open apply audit, status '
                                           DELIMITED BY SIZE
                     PGCTB-AUDIT-STATUS    DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 4                         TO PGCTB-RCH-SEQUENCE
           OPEN INPUT PGCTB-EQHIST-FILE
           IF PGCTB-EQHIST-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open team history, status '
                                           DELIMITED BY SIZE
                     PGCTB-EQHIST-STATUS   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
      *
           MOVE 5                         TO PGCTB-RCH-SEQUENCE
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
           MOVE 6                         TO PGCTB-RCH-SEQUENCE
           OPEN OUTPUT PGCTB-RCHRPT-FILE
           IF PGCTB-RCHRPT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open break report, status '
                                           DELIMITED BY SIZE
                     PGCTB-RCHRPT-STATUS   DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-RCH-OPEN-FILES-EXIT.
           EXIT.
      *************************************************************************
      * Takes the night's stamp off the extract HDR - no HDR, no
      * night to reconcile, and that is fatal.
       PGCTB-RCH-GET-STAMP SECTION.
           MOVE 7                         TO PGCTB-RCH-SEQUENCE
           MOVE SPACES                    TO PGCTB-RCH-EHDR
           READ PGCTB-EXTRACT-FILE INTO PGCTB-RCH-EHDR
              AT END
                 CONTINUE
           END-READ
           CLOSE PGCTB-EXTRACT-FILE
           IF PGCTB-REH-TAG NOT = 'HDR'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Equipe extract carries no HDR stamp'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           MOVE PGCTB-REH-DATE            TO PGCTB-RCH-STAMP-DATE
           MOVE PGCTB-REH-TIME            TO PGCTB-RCH-STAMP-TIME
      *
           MOVE SPACES                    TO PGCTB-RCH-RPT-LINE
           STRING 'CHANGE RECONCILIATION - EXTRACT STAMP '
                                          DELIMITED BY SIZE
                  PGCTB-RCH-STAMP-DATE    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PGCTB-RCH-STAMP-TIME    DELIMITED BY SIZE
                  ' - ENV '               DELIMITED BY SIZE
                  PGCTB-ENV-CODE          DELIMITED BY SIZE
                  INTO PGCTB-RCH-RPT-LINE
           PERFORM PGCTB-RCH-WRITE-RPT-LINE
           .
       PGCTB-RCH-GET-STAMP-EXIT.
           EXIT.
      *************************************************************************
      * Sorts every CHANGES DET on NoEquipe into the work file the
      * match-merge reads. The HDR must carry the night's extract
      * stamp as the one compextr compared; a feed from another
      * night, or with no HDR, is one STAMP break and nothing is
      * matched against it.
       PGCTB-RCH-SORT-CHANGES SECTION.
           MOVE 8                         TO PGCTB-RCH-SEQUENCE
           SORT PGCTB-CSORT-FILE
                ON ASCENDING KEY PGCTB-CST-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-RCH-RELEASE-CHANGES
                GIVING PGCTB-CSRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of changes feed failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           IF NOT PGCTB-RCH-CHG-OK
              MOVE 'STAMP'                TO PGCTB-RCH-BRK-TAG
              MOVE ZERO                   TO PGCTB-RCH-BRK-NOEQUIPE
              MOVE 'CHANGES not from this extract'
                                          TO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-RPT-BREAK
           END-IF
           DISPLAY 'Changes sorted: ' PGCTB-RCH-DET-COUNT
           .
       PGCTB-RCH-SORT-CHANGES-EXIT.
           EXIT.
      *
       PGCTB-RCH-RELEASE-CHANGES SECTION.
           PERFORM PGCTB-RCH-READ-CHANGES
              UNTIL PGCTB-CHG-EOF
           .
       PGCTB-RCH-RELEASE-CHANGES-EXIT.
           EXIT.
      *
       PGCTB-RCH-READ-CHANGES SECTION.
           READ PGCTB-CHANGES-FILE INTO PGCTB-RCH-CWORK
              AT END
                 SET PGCTB-CHG-EOF       TO TRUE
              NOT AT END
                 EVALUATE PGCTB-RCH-CHW-TAG
                 WHEN 'HDR'
                    MOVE PGCTB-RCH-CHW-DATE TO PGCTB-RCH-CHG-DATE
                    MOVE PGCTB-RCH-CHW-TIME TO PGCTB-RCH-CHG-TIME
                    IF PGCTB-RCH-CHW-SRC-DATE = PGCTB-RCH-STAMP-DATE
                       AND PGCTB-RCH-CHW-SRC-TIME
                          = PGCTB-RCH-STAMP-TIME
                       SET PGCTB-RCH-CHG-OK TO TRUE
                    END-IF
                 WHEN 'DET'
                    IF PGCTB-RCD-NOEQUIPE IS NUMERIC
                       ADD 1              TO PGCTB-RCH-DET-COUNT
                       RELEASE PGCTB-CSORT-RECORD
                          FROM PGCTB-RCH-CWORK
                    END-IF
                 WHEN OTHER
                    CONTINUE
                 END-EVALUATE
           END-READ
           .
       PGCTB-RCH-READ-CHANGES-EXIT.
           EXIT.
      *************************************************************************
      * Sorts the apply audit's action lines on NoEquipe the same
      * way. The first line must be majequip's HDR with the night's
      * stamp; after any other first line nothing is released.
       PGCTB-RCH-SORT-AUDIT SECTION.
           MOVE 9                         TO PGCTB-RCH-SEQUENCE
           SORT PGCTB-ASORT-FILE
                ON ASCENDING KEY PGCTB-AST-NOEQUIPE
                INPUT PROCEDURE IS PGCTB-RCH-RELEASE-AUDIT
                GIVING PGCTB-ASRT-FILE
           IF SORT-RETURN NOT = ZERO
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Sort of apply audit failed'
                                           DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           .
       PGCTB-RCH-SORT-AUDIT-EXIT.
           EXIT.
      *
       PGCTB-RCH-RELEASE-AUDIT SECTION.
           PERFORM PGCTB-RCH-READ-AUDIT
              UNTIL PGCTB-AUD-EOF
           .
       PGCTB-RCH-RELEASE-AUDIT-EXIT.
           EXIT.
      *
       PGCTB-RCH-READ-AUDIT SECTION.
           READ PGCTB-AUDIT-FILE INTO PGCTB-RCH-AWORK
              AT END
                 SET PGCTB-AUD-EOF       TO TRUE
              NOT AT END
                 IF PGCTB-RCH-AUD-FIRST
                    MOVE SPACE           TO PGCTB-RCH-AUD-FIRST-FLAG
                    IF PGCTB-RAH-TAG = 'HDR'
                       AND PGCTB-RAH-DATE = PGCTB-RCH-STAMP-DATE
                       AND PGCTB-RAH-TIME = PGCTB-RCH-STAMP-TIME
                       SET PGCTB-RCH-AUD-OK TO TRUE
                    ELSE
                       SET PGCTB-AUD-EOF TO TRUE
                    END-IF
                 ELSE
                    IF PGCTB-RAD-IS-ACTION
                       AND PGCTB-RAD-GAP = SPACE
                       AND PGCTB-RAD-NOEQUIPE IS NUMERIC
                       ADD 1              TO PGCTB-RCH-AUD-COUNT
                       RELEASE PGCTB-ASORT-RECORD
                          FROM PGCTB-RCH-AWORK
                    END-IF
                 END-IF
           END-READ
           .
       PGCTB-RCH-READ-AUDIT-EXIT.
           EXIT.
      *
      * An apply audit from another night - or a backout's, which
      * carries no HDR - is one STAMP break.
       PGCTB-RCH-CHECK-AUD-LEG SECTION.
           IF NOT PGCTB-RCH-AUD-OK
              MOVE 'STAMP'                TO PGCTB-RCH-BRK-TAG
              MOVE ZERO                   TO PGCTB-RCH-BRK-NOEQUIPE
              MOVE 'MAJAUDIT not from this extract'
                                          TO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-RPT-BREAK
           END-IF
           .
       PGCTB-RCH-CHECK-AUD-LEG-EXIT.
           EXIT.
      *************************************************************************
      * Opens the two sorted work files and positions the history
      * at its first key, and primes the match-merge with the
      * first record from each leg.
       PGCTB-RCH-OPEN-SORTED SECTION.
           MOVE 12                        TO PGCTB-RCH-SEQUENCE
           OPEN INPUT PGCTB-CSRT-FILE
           IF PGCTB-CSRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted changes, status '
                                           DELIMITED BY SIZE
                     PGCTB-CSRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-RCH-READ-CSRT
      *
           OPEN INPUT PGCTB-ASRT-FILE
           IF PGCTB-ASRT-STATUS NOT = '00'
              MOVE 8                     TO PGCTB-RETURN-CODE
              MOVE SPACES                TO PGCTB-ERROR-MESSAGE
              STRING 'Unable to open sorted apply audit, status '
                                           DELIMITED BY SIZE
                     PGCTB-ASRT-STATUS     DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
              SET PGCTB-ERROR            TO TRUE
              PERFORM PGCTB-STATUS
           END-IF
           PERFORM PGCTB-RCH-READ-ASRT
      *
           MOVE 11                        TO PGCTB-RCH-SEQUENCE
           MOVE LOW-VALUES                TO PGCTB-EQH-KEY
           START PGCTB-EQHIST-FILE KEY NOT < PGCTB-EQH-KEY
           IF PGCTB-EQHIST-STATUS = '00'
              PERFORM PGCTB-RCH-READ-HIST
           ELSE
              SET PGCTB-HST-EOF           TO TRUE
              MOVE PGCTB-RCH-HIGH-KEY     TO PGCTB-RCH-HST-KEY
           END-IF
           .
       PGCTB-RCH-OPEN-SORTED-EXIT.
           EXIT.
      *
       PGCTB-RCH-READ-CSRT SECTION.
           READ PGCTB-CSRT-FILE INTO PGCTB-RCH-CWORK
              AT END
                 SET PGCTB-CSRT-EOF      TO TRUE
                 MOVE PGCTB-RCH-HIGH-KEY TO PGCTB-RCH-CHG-KEY
              NOT AT END
                 MOVE PGCTB-RCD-NOEQUIPE-N
                                          TO PGCTB-RCH-CHG-KEY
           END-READ
           .
       PGCTB-RCH-READ-CSRT-EXIT.
           EXIT.
      *
       PGCTB-RCH-READ-ASRT SECTION.
           READ PGCTB-ASRT-FILE INTO PGCTB-RCH-AWORK
              AT END
                 SET PGCTB-ASRT-EOF      TO TRUE
                 MOVE PGCTB-RCH-HIGH-KEY TO PGCTB-RCH-AUD-KEY
              NOT AT END
                 MOVE PGCTB-RAD-NOEQUIPE-N
                                          TO PGCTB-RCH-AUD-KEY
           END-READ
           .
       PGCTB-RCH-READ-ASRT-EXIT.
           EXIT.
      *
      * Reads the history forward, in key order, to the next entry
      * filed under the changes feed's stamp. The key leads with
      * NoEquipe and carries the stamp, so those entries come out
      * one per team, in NoEquipe order, like the other two legs.
       PGCTB-RCH-READ-HIST SECTION.
           MOVE SPACE                     TO PGCTB-RCH-HST-HIT-FLAG
           PERFORM PGCTB-RCH-NEXT-HIST
              UNTIL PGCTB-HST-EOF
                 OR PGCTB-RCH-HST-HIT
           IF PGCTB-HST-EOF
              MOVE PGCTB-RCH-HIGH-KEY     TO PGCTB-RCH-HST-KEY
           END-IF
           .
       PGCTB-RCH-READ-HIST-EXIT.
           EXIT.
      *
       PGCTB-RCH-NEXT-HIST SECTION.
           READ PGCTB-EQHIST-FILE NEXT RECORD
           EVALUATE PGCTB-EQHIST-STATUS
           WHEN '00'
              IF PGCTB-EQH-EFF-DATE = PGCTB-RCH-CHG-DATE
                 AND PGCTB-EQH-EFF-TIME = PGCTB-RCH-CHG-TIME
                 ADD 1                    TO PGCTB-RCH-HIST-COUNT
                 MOVE PGCTB-EQH-NOEQUIPE  TO PGCTB-RCH-HST-KEY
                 SET PGCTB-RCH-HST-HIT    TO TRUE
              END-IF
           WHEN '10'
              SET PGCTB-HST-EOF           TO TRUE
           WHEN OTHER
              PERFORM PGCTB-RCH-IO-FAIL
           END-EVALUATE
           .
       PGCTB-RCH-NEXT-HIST-EXIT.
           EXIT.
      *************************************************************************
      * One step of the three-way match-merge on NoEquipe. The
      * lowest key of the three legs is the team in hand: with a
      * detected change it is tied out against whichever other
      * legs carry it; without one, an applied action is a NODET
      * break and a history entry an XHIST break.
       PGCTB-RCH-MATCH-STEP SECTION.
           MOVE PGCTB-RCH-CHG-KEY         TO PGCTB-RCH-LOW-KEY
           IF PGCTB-RCH-AUD-KEY < PGCTB-RCH-LOW-KEY
              MOVE PGCTB-RCH-AUD-KEY      TO PGCTB-RCH-LOW-KEY
           END-IF
           IF PGCTB-RCH-HST-KEY < PGCTB-RCH-LOW-KEY
              MOVE PGCTB-RCH-HST-KEY      TO PGCTB-RCH-LOW-KEY
           END-IF
           MOVE PGCTB-RCH-LOW-KEY         TO PGCTB-RCH-BRK-NOEQUIPE
           IF PGCTB-RCH-CHG-KEY = PGCTB-RCH-LOW-KEY
              PERFORM PGCTB-RCH-CHECK-TEAM
              PERFORM PGCTB-RCH-READ-CSRT
              IF PGCTB-RCH-AUD-KEY = PGCTB-RCH-LOW-KEY
                 PERFORM PGCTB-RCH-READ-ASRT
              END-IF
              IF PGCTB-RCH-HST-KEY = PGCTB-RCH-LOW-KEY
                 PERFORM PGCTB-RCH-READ-HIST
              END-IF
           ELSE
              IF PGCTB-RCH-AUD-KEY = PGCTB-RCH-LOW-KEY
                 MOVE 'NODET'             TO PGCTB-RCH-BRK-TAG
                 MOVE SPACES              TO PGCTB-RCH-BRK-TEXT
                 STRING 'majequip applied ' DELIMITED BY SIZE
                        PGCTB-RAD-ACTION  DELIMITED BY SIZE
                        ', compextr saw none' DELIMITED BY SIZE
                        INTO PGCTB-RCH-BRK-TEXT
                 PERFORM PGCTB-RCH-RPT-BREAK
                 PERFORM PGCTB-RCH-READ-ASRT
              END-IF
              IF PGCTB-RCH-HST-KEY = PGCTB-RCH-LOW-KEY
                 MOVE 'XHIST'             TO PGCTB-RCH-BRK-TAG
                 MOVE SPACES              TO PGCTB-RCH-BRK-TEXT
                 STRING 'history holds '  DELIMITED BY SIZE
                        PGCTB-EQH-ACTION  DELIMITED BY SIZE
                        ', compextr saw none' DELIMITED BY SIZE
                        INTO PGCTB-RCH-BRK-TEXT
                 PERFORM PGCTB-RCH-RPT-BREAK
                 PERFORM PGCTB-RCH-READ-HIST
              END-IF
           END-IF
           .
       PGCTB-RCH-MATCH-STEP-EXIT.
           EXIT.
      *************************************************************************
      * Ties out one detected change against the other legs: the
      * apply audit (when it describes this night), the history
      * entry under the changes feed's stamp, and the master as it
      * now stands.
       PGCTB-RCH-CHECK-TEAM SECTION.
           MOVE 10                        TO PGCTB-RCH-SEQUENCE
           MOVE SPACE                     TO PGCTB-RCH-ROW-BRK-FLAG
           IF PGCTB-RCH-AUD-OK
              IF PGCTB-RCH-AUD-KEY = PGCTB-RCH-LOW-KEY
                 PERFORM PGCTB-RCH-CHECK-AUDIT
              ELSE
                 MOVE 'NOAPP'             TO PGCTB-RCH-BRK-TAG
                 MOVE SPACES              TO PGCTB-RCH-BRK-TEXT
                 STRING 'compextr saw '   DELIMITED BY SIZE
                        PGCTB-RCD-ACTION  DELIMITED BY SIZE
                        ', majequip applied none' DELIMITED BY SIZE
                        INTO PGCTB-RCH-BRK-TEXT
                 PERFORM PGCTB-RCH-ROW-BREAK
              END-IF
           END-IF
           PERFORM PGCTB-RCH-CHECK-HISTORY
           PERFORM PGCTB-RCH-CHECK-MASTER
           IF NOT PGCTB-RCH-ROW-BROKEN
              ADD 1                       TO PGCTB-RCH-MATCH-COUNT
           END-IF
           .
       PGCTB-RCH-CHECK-TEAM-EXIT.
           EXIT.
      *
      * The applied action must be the detected one - except that
      * a dropped team coming back is an ADD to compextr (it was
      * not in the previous extract) and a CHG to majequip (its
      * row is still on the master, flagged dropped). The master
      * check below proves the revival took the ADD's values.
       PGCTB-RCH-CHECK-AUDIT SECTION.
           IF PGCTB-RAD-ACTION NOT = PGCTB-RCD-ACTION
              AND NOT (PGCTB-RCD-ACTION = 'ADD'
                       AND PGCTB-RAD-ACTION = 'CHG')
              MOVE 'ACTMA'                TO PGCTB-RCH-BRK-TAG
              MOVE SPACES                 TO PGCTB-RCH-BRK-TEXT
              STRING 'compextr '          DELIMITED BY SIZE
                     PGCTB-RCD-ACTION     DELIMITED BY SIZE
                     ', majequip '        DELIMITED BY SIZE
                     PGCTB-RAD-ACTION     DELIMITED BY SIZE
                     INTO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-ROW-BREAK
           END-IF
           .
       PGCTB-RCH-CHECK-AUDIT-EXIT.
           EXIT.
      *
      * The history entry histequi filed for this change - NoEquipe
      * plus the changes feed's own HDR stamp - is the one the
      * history leg holds when its key is the team in hand.
       PGCTB-RCH-CHECK-HISTORY SECTION.
           IF PGCTB-RCH-HST-KEY = PGCTB-RCH-LOW-KEY
              IF PGCTB-EQH-ACTION NOT = PGCTB-RCD-ACTION
                 MOVE 'ACTHS'             TO PGCTB-RCH-BRK-TAG
                 MOVE SPACES              TO PGCTB-RCH-BRK-TEXT
                 STRING 'compextr '       DELIMITED BY SIZE
                        PGCTB-RCD-ACTION  DELIMITED BY SIZE
                        ', history '      DELIMITED BY SIZE
                        PGCTB-EQH-ACTION  DELIMITED BY SIZE
                        INTO PGCTB-RCH-BRK-TEXT
                 PERFORM PGCTB-RCH-ROW-BREAK
              ELSE
                 IF PGCTB-EQH-NEW-NOMEQUIPE
                    NOT = PGCTB-RCD-NEW-NOMEQUIPE
                    OR PGCTB-EQH-NEW-VILLE
                    NOT = PGCTB-RCD-NEW-VILLE
                    MOVE 'VALHS'          TO PGCTB-RCH-BRK-TAG
                    MOVE 'history after values differ'
                                          TO PGCTB-RCH-BRK-TEXT
                    PERFORM PGCTB-RCH-ROW-BREAK
                 END-IF
              END-IF
           ELSE
              MOVE 'NOHST'                TO PGCTB-RCH-BRK-TAG
              MOVE 'no history entry for this change'
                                          TO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-ROW-BREAK
           END-IF
           .
       PGCTB-RCH-CHECK-HISTORY-EXIT.
           EXIT.
      *
      * Keyed READ of the master. An ADD or CHG must now show the
      * after NomEquipe and Ville, active; a DEL must be flagged
      * dropped.
       PGCTB-RCH-CHECK-MASTER SECTION.
           MOVE PGCTB-RCH-BRK-NOEQUIPE    TO PGCTB-EQM-NOEQUIPE
           READ PGCTB-EQMST-FILE
           EVALUATE PGCTB-EQMST-STATUS
           WHEN '00'
              IF PGCTB-RCD-ACTION = 'DEL'
                 IF NOT PGCTB-EQM-DROPPED
                    MOVE 'MSTAC'          TO PGCTB-RCH-BRK-TAG
                    MOVE 'still active on the master'
                                          TO PGCTB-RCH-BRK-TEXT
                    PERFORM PGCTB-RCH-ROW-BREAK
                 END-IF
              ELSE
                 PERFORM PGCTB-RCH-CHECK-MASTER-VALUES
              END-IF
           WHEN '23'
              MOVE 'NOMST'                TO PGCTB-RCH-BRK-TAG
              MOVE 'not on the master'    TO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-ROW-BREAK
           WHEN OTHER
              PERFORM PGCTB-RCH-IO-FAIL
           END-EVALUATE
           .
       PGCTB-RCH-CHECK-MASTER-EXIT.
           EXIT.
      *
       PGCTB-RCH-CHECK-MASTER-VALUES SECTION.
           IF PGCTB-EQM-DROPPED
              MOVE 'MSTDR'                TO PGCTB-RCH-BRK-TAG
              MOVE 'flagged dropped on the master'
                                          TO PGCTB-RCH-BRK-TEXT
              PERFORM PGCTB-RCH-ROW-BREAK
           END-IF
           IF PGCTB-EQM-NOMEQUIPE NOT = PGCTB-RCD-NEW-NOMEQUIPE
              MOVE 'MSTNM'                TO PGCTB-RCH-BRK-TAG
              MOVE 'master NomEquipe'     TO PGCTB-RCH-BRK-TEXT
              MOVE PGCTB-EQM-NOMEQUIPE    TO PGCTB-RCH-BRK-NOM-1
              MOVE PGCTB-RCD-NEW-NOMEQUIPE
                                          TO PGCTB-RCH-BRK-NOM-2
              PERFORM PGCTB-RCH-ROW-BREAK
           END-IF
           IF PGCTB-EQM-VILLE NOT = PGCTB-RCD-NEW-VILLE
              MOVE 'MSTVL'                TO PGCTB-RCH-BRK-TAG
              MOVE 'master Ville'         TO PGCTB-RCH-BRK-TEXT
              MOVE PGCTB-EQM-VILLE        TO PGCTB-RCH-BRK-NOM-1
              MOVE PGCTB-RCD-NEW-VILLE    TO PGCTB-RCH-BRK-NOM-2
              PERFORM PGCTB-RCH-ROW-BREAK
           END-IF
           .
       PGCTB-RCH-CHECK-MASTER-VALUES-EXIT.
           EXIT.
      *************************************************************************
      * Break-report writers. A row break marks the team in hand
      * as broken so it is not counted matched.
       PGCTB-RCH-ROW-BREAK SECTION.
           SET PGCTB-RCH-ROW-BROKEN       TO TRUE
           PERFORM PGCTB-RCH-RPT-BREAK
           .
       PGCTB-RCH-ROW-BREAK-EXIT.
           EXIT.
      *
      * One line per break: tag, NoEquipe, text, then - for a
      * master value break - the value found and the value
      * expected, trimmed so both fit the line.
       PGCTB-RCH-RPT-BREAK SECTION.
           ADD 1                          TO PGCTB-RCH-BREAK-COUNT
           MOVE SPACES                    TO PGCTB-RCH-RPT-LINE
           MOVE 1                         TO PGCTB-RCH-RPT-PTR
           STRING PGCTB-RCH-BRK-TAG       DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PGCTB-RCH-BRK-NOEQUIPE  DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  INTO PGCTB-RCH-RPT-LINE
                  WITH POINTER PGCTB-RCH-RPT-PTR
           MOVE PGCTB-RCH-BRK-TEXT        TO PGCTB-RCH-NOM-WORK
           PERFORM PGCTB-RCH-TRIM-NOM
           IF PGCTB-RCH-NOM-LEN > 0
              STRING PGCTB-RCH-NOM-WORK(1:PGCTB-RCH-NOM-LEN)
                                          DELIMITED BY SIZE
                     INTO PGCTB-RCH-RPT-LINE
                     WITH POINTER PGCTB-RCH-RPT-PTR
           END-IF
           IF PGCTB-RCH-BRK-TAG = 'MSTNM' OR 'MSTVL'
              STRING ' is ' DELIMITED BY SIZE
                     INTO PGCTB-RCH-RPT-LINE
                     WITH POINTER PGCTB-RCH-RPT-PTR
              MOVE PGCTB-RCH-BRK-NOM-1    TO PGCTB-RCH-NOM-WORK
              PERFORM PGCTB-RCH-TRIM-NOM
              IF PGCTB-RCH-NOM-LEN > 0
                 STRING PGCTB-RCH-NOM-WORK(1:PGCTB-RCH-NOM-LEN)
                                          DELIMITED BY SIZE
                        INTO PGCTB-RCH-RPT-LINE
                        WITH POINTER PGCTB-RCH-RPT-PTR
              END-IF
              STRING ', changes say ' DELIMITED BY SIZE
                     INTO PGCTB-RCH-RPT-LINE
                     WITH POINTER PGCTB-RCH-RPT-PTR
              MOVE PGCTB-RCH-BRK-NOM-2    TO PGCTB-RCH-NOM-WORK
              PERFORM PGCTB-RCH-TRIM-NOM
              IF PGCTB-RCH-NOM-LEN > 0
                 STRING PGCTB-RCH-NOM-WORK(1:PGCTB-RCH-NOM-LEN)
                                          DELIMITED BY SIZE
                        INTO PGCTB-RCH-RPT-LINE
                        WITH POINTER PGCTB-RCH-RPT-PTR
              END-IF
           END-IF
           PERFORM PGCTB-RCH-WRITE-RPT-LINE
           .
       PGCTB-RCH-RPT-BREAK-EXIT.
           EXIT.
      *
      * Computes the trimmed length of PGCTB-RCH-NOM-WORK into
      * PGCTB-RCH-NOM-LEN (right-hand pad spaces only), so the
      * report writers can STRING the value without its padding.
       PGCTB-RCH-TRIM-NOM SECTION.
           MOVE 50                        TO PGCTB-RCH-NOM-LEN
           PERFORM PGCTB-RCH-TRIM-NOM-SCAN
              VARYING PGCTB-RCH-NOM-LEN FROM 50 BY -1
              UNTIL PGCTB-RCH-NOM-LEN = 0
                 OR PGCTB-RCH-NOM-WORK(PGCTB-RCH-NOM-LEN:1) NOT = SPACE
           .
       PGCTB-RCH-TRIM-NOM-EXIT.
           EXIT.
      * No-op body - PGCTB-RCH-NOM-LEN is computed entirely by the
      * VARYING/UNTIL clause above.
       PGCTB-RCH-TRIM-NOM-SCAN SECTION.
           CONTINUE
           .
       PGCTB-RCH-TRIM-NOM-SCAN-EXIT.
           EXIT.
      *
       PGCTB-RCH-WRITE-RPT-LINE SECTION.
           DISPLAY PGCTB-RCH-RPT-LINE(1:100)
           MOVE PGCTB-RCH-RPT-LINE        TO PGCTB-RCHRPT-RECORD
           WRITE PGCTB-RCHRPT-RECORD
           .
       PGCTB-RCH-WRITE-RPT-LINE-EXIT.
           EXIT.
      *************************************************************************
      * Writes the verdict block closing the report.
       PGCTB-RCH-WRITE-VERDICT SECTION.
           MOVE SPACES                    TO PGCTB-RCH-RPT-LINE
           STRING 'Changes=' DELIMITED BY SIZE
                  PGCTB-RCH-DET-COUNT     DELIMITED BY SIZE
                  ' applied=' DELIMITED BY SIZE
                  PGCTB-RCH-AUD-COUNT     DELIMITED BY SIZE
                  ' recorded=' DELIMITED BY SIZE
                  PGCTB-RCH-HIST-COUNT    DELIMITED BY SIZE
                  ' matched=' DELIMITED BY SIZE
                  PGCTB-RCH-MATCH-COUNT   DELIMITED BY SIZE
                  ' breaks=' DELIMITED BY SIZE
                  PGCTB-RCH-BREAK-COUNT   DELIMITED BY SIZE
                  INTO PGCTB-RCH-RPT-LINE
           PERFORM PGCTB-RCH-WRITE-RPT-LINE
           IF PGCTB-RCH-BREAK-COUNT = 0
              MOVE 'VERDICT: PASS - changes, audit and history agree'
                                          TO PGCTB-RCH-RPT-LINE
           ELSE
              MOVE 'VERDICT: FAIL - hold the league-office handoff'
                                          TO PGCTB-RCH-RPT-LINE
           END-IF
           PERFORM PGCTB-RCH-WRITE-RPT-LINE
           .
       PGCTB-RCH-WRITE-VERDICT-EXIT.
           EXIT.
      *************************************************************************
      * A keyed-file I/O failure other than record-not-found is
      * fatal - the reconciliation cannot vouch for what it could
      * not read.
       PGCTB-RCH-IO-FAIL SECTION.
           MOVE 8                         TO PGCTB-RETURN-CODE
           MOVE SPACES                    TO PGCTB-ERROR-MESSAGE
           STRING 'Keyed read failure, history status '
                                           DELIMITED BY SIZE
                  PGCTB-EQHIST-STATUS      DELIMITED BY SIZE
                  ' master status '        DELIMITED BY SIZE
                  PGCTB-EQMST-STATUS       DELIMITED BY SIZE
                                  INTO PGCTB-ERROR-MESSAGE
           SET PGCTB-ERROR                TO TRUE
           PERFORM PGCTB-STATUS
           .
       PGCTB-RCH-IO-FAIL-EXIT.
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
      * reconcile step number, to the dated error-log file. The file
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
           MOVE PGCTB-RCH-SEQUENCE           TO PGCTB-ELR-SEQUENCE
           MOVE PGCTB-ERROR-MESSAGE          TO PGCTB-ELR-MESSAGE
           WRITE PGCTB-ERRLOG-RECORD
           .
       PGCTB-LOG-ERROR-EXIT.
           EXIT.
