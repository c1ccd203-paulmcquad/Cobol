      *> Shared fields for the inbound interface control check in
      *> Copybooks/ifctlp.cpy - same fields-plus-paragraph split as
      *> filestatuschk/filestatuschkp. Every file received from
      *> outside starts with a header line and ends with a trailer
      *> line, in the same columns whatever the file's own layout:
      *>   HDR source   filedate seqnum   "HDR LOCKBOX  20261015 000123"
      *>   TRL count   hash total         "TRL 0000110 000000001234567"
      *> - the sending interface's source code, the date the sender
      *> cut the file, the sender's sequence number (one up per file
      *> sent), the number of detail lines between the two and the
      *> sender's hash total over them (each receiving program says
      *> which field it hashes - amounts are hashed in cents). COPY
      *> this into WORKING-STORAGE alongside SELECT/FDs for
      *> InterfaceControl.dat (IfControlFile, 01 IfControlLine PIC
      *> X(100), FILE STATUS WSIfControlStatus) - the files accepted,
      *> one line each, which is where the last sequence comes from -
      *> and InterfaceRejects.log (IfRejectFile, 01 IfRejectLine PIC
      *> X(100), FILE STATUS WSIfRejectStatus) - the files refused,
      *> which morningsummary.cob puts in front of operations.
       01 WSIfControlStatus PIC XX.
       01 WSIfRejectStatus  PIC XX.
      *> Set by the receiving program before StartInterfaceCheck
       01 WSIfSource        PIC X(8).
       01 WSIfProgLabel     PIC X(12).
       01 WSIfFileLabel     PIC X(20).
      *> Each line of the file is moved here and handed to
      *> TakeInterfaceLine; the main pass tests IfControlTag to step
      *> over the header and trailer
       01 WSIfLine          PIC X(80).
              88 IfBlankLine      VALUE SPACES.
       01 WSIfHeader REDEFINES WSIfLine.
              02 WSIfHdrTag      PIC X(3).
                  88 IfControlTag     VALUE "HDR" "TRL".
              02 FILLER          PIC X(1).
              02 WSIfHdrSource   PIC X(8).
              02 FILLER          PIC X(1).
              02 WSIfHdrDate     PIC X(8).
              02 FILLER          PIC X(1).
              02 WSIfHdrSeq      PIC X(6).
              02 FILLER          PIC X(52).
       01 WSIfTrailer REDEFINES WSIfLine.
              02 WSIfTrlTag      PIC X(3).
              02 FILLER          PIC X(1).
              02 WSIfTrlCount    PIC X(7).
              02 FILLER          PIC X(1).
              02 WSIfTrlHash     PIC X(15).
              02 FILLER          PIC X(53).
       01 WSIfLineKind      PIC X.
              88 IfHeaderLine     VALUE 'H'.
              88 IfTrailerLine    VALUE 'T'.
              88 IfDetailLine     VALUE 'D'.
      *> What the header and trailer said
       01 WSIfFileSource    PIC X(8).
       01 WSIfFileDate      PIC 9(8).
       01 WSIfFileSeq       PIC 9(6).
       01 WSIfFileCount     PIC 9(7).
       01 WSIfFileHash      PIC 9(15).
      *> What this run counted between them - the program adds its
      *> own hash field into WSIfHash for every IfDetailLine
       01 WSIfCount         PIC 9(7).
       01 WSIfHash          PIC 9(15).
       01 WSIfLinesRead     PIC 9(7).
       01 WSIfHeaderFlag    PIC X.
              88 IfHeaderSeen     VALUE 'Y'.
       01 WSIfTrailerFlag   PIC X.
              88 IfTrailerSeen    VALUE 'Y'.
       01 WSIfLastSeq       PIC 9(6).
       01 WSIfExpectedSeq   PIC 9(6).
       01 WSIfSeqFlag       PIC X.
              88 IfSeqOnFile      VALUE 'Y'.
       01 WSIfEOF           PIC X.
              88 EndOfIfControl   VALUE 'Y'.
       01 WSIfReason        PIC X(34).
       01 WSIfResult        PIC X VALUE SPACE.
              88 IfAccepted       VALUE 'A'.
              88 IfRejected       VALUE 'R'.
      *> One line of InterfaceControl.dat or InterfaceRejects.log -
      *> the reason reads ACCEPTED on the control file
       01 WSIfLogRecord.
              02 WSIfLogStamp    PIC X(14).
              02 FILLER          PIC X(1).
              02 WSIfLogSource   PIC X(8).
              02 FILLER          PIC X(1).
              02 WSIfLogSeq      PIC X(6).
              02 FILLER          PIC X(1).
              02 WSIfLogReason   PIC X(34).
              02 FILLER          PIC X(1).
              02 WSIfLogDate     PIC X(8).
              02 FILLER          PIC X(1).
              02 WSIfLogCount    PIC X(7).
              02 FILLER          PIC X(1).
              02 WSIfLogHash     PIC X(15).
