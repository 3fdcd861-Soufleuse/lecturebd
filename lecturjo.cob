           05  PGCTB-JHR-DATE            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-JHR-TIME            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-JHR-RESTART-FLAG    PIC X(01).
           05  FILLER                    PIC X(104) VALUE SPACES.
       01  PGCTB-JEXTRACT-DET-REC.
           05  PGCTB-JDR-TAG             PIC X(03) VALUE 'DET'.
           05  FILLER                    PIC X(01) VALUE SPACE.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.3 HDR RESTART FLAG'.
      *
      * The communication area for the database
      *    EXEC SQL
           MOVE PGCTB-PROGRAM-NAME       TO PGCTB-JHR-PROGRAM
           MOVE PGCTB-DATE               TO PGCTB-JHR-DATE
           MOVE PGCTB-STARTTIME          TO PGCTB-JHR-TIME
      * A restart fetches only the rows past the checkpoint, so the
      * HDR says so - readers that need the whole table (the
      * player release pass, the season close) must not take this
      * file for a full pull even though its TRL balances.
           MOVE PGCTB-RESTART-FLAG       TO PGCTB-JHR-RESTART-FLAG
           WRITE PGCTB-JEXTRACT-HDR-REC
      *
           PERFORM PGCTB-BUILD-QUERY
