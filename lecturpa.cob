           05  PGCTB-PHR-DATE            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-PHR-TIME            PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  PGCTB-PHR-RESTART-FLAG    PIC X(01).
           05  FILLER                    PIC X(104) VALUE SPACES.
       01  PGCTB-PEXTRACT-DET-REC.
           05  PGCTB-PDR-TAG             PIC X(03) VALUE 'DET'.
           05  FILLER                    PIC X(01) VALUE SPACE.
       COPY PGCTBBATWS.
      *
       01  PGCTB-VERSION                    PIC  X(38)
HISTOR     VALUE '20261015 1.1 HDR RESTART FLAG'.
      *
      * The communication area for the database
      *    EXEC SQL
           MOVE PGCTB-PROGRAM-NAME       TO PGCTB-PHR-PROGRAM
           MOVE PGCTB-DATE               TO PGCTB-PHR-DATE
           MOVE PGCTB-STARTTIME          TO PGCTB-PHR-TIME
      * A restart fetches only the rows past the checkpoint, so the
      * HDR says so - readers that need the whole table (the
      * player release pass, the season close) must not take this
      * file for a full pull even though its TRL balances.
           MOVE PGCTB-RESTART-FLAG       TO PGCTB-PHR-RESTART-FLAG
           WRITE PGCTB-PEXTRACT-HDR-REC
      *
           PERFORM PGCTB-BUILD-QUERY
