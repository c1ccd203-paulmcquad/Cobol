      *> Shared FADepreciation.dat line layout, COPYed into the FD by
      *> fadepr.cob (which appends a line for every asset it
      *> depreciates, one per month charged) and faregister.cob
      *> (which winds an asset's accumulated depreciation back to an
      *> earlier month end from it). Depreciation an asset brought
      *> onto the register already carried is in FaAccumDep only.
       01 FADeprRecord.
              02 FdAssetNo       PIC X(6).
              02 FILLER          PIC X(1).
              02 FdMonth         PIC 9(6).
              02 FILLER          PIC X(1).
              02 FdAmount        PIC 9(7)V99.
              02 FILLER          PIC X(1).
              02 FdPostedOn      PIC 9(8).
