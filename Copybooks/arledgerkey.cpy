      *> Shared fields for the keyed ARLedger.dat access in
      *> Copybooks/arledgerkeyp.cpy - same fields-plus-paragraph
      *> split as arperiodchk/arperiodchkp. COPY this into
      *> WORKING-STORAGE of every program with the ledger's SELECT
      *> (INDEXED, RECORD KEY IS ALLedgerKey = ALCustID ALDate ALRef
      *> ALSeq, FILE STATUS IS WSLedgerStatus) that writes a ledger
      *> line or reads one customer's lines.
      *> To read one customer: MOVE the ID to WSLgCustID, PERFORM
      *> StartCustLedger, then READ ARLedgerFile NEXT RECORD until
      *> LgEndOfCust is set or ALCustID is no longer WSLgCustID.
      *> To post a line: build ARLedgerRecord, file open I-O, and
      *> PERFORM PostLedgerLine - it sets ALSeq itself and leaves
      *> LedgerLinePosted set when the line is on file.
       01 WSLgCustID       PIC X(8).
       01 WSLgEOF          PIC X VALUE 'N'.
              88 LgEndOfCust     VALUE 'Y'.
       01 WSLgPosted       PIC X VALUE 'N'.
              88 LedgerLinePosted VALUE 'Y'.
       01 WSLgFailed       PIC X VALUE 'N'.
              88 LedgerPostFailed VALUE 'Y'.
