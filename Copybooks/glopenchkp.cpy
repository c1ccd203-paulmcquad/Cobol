      *> Shared GL opening-year lookup, COPYed into the PROCEDURE
      *> DIVISION as its own paragraph by every program that reads
      *> GL balances (glyearend.cob, gltrialbalance.cob,
      *> glfinstmt.cob). Requires the fields from
      *> Copybooks/glopenchk.cpy and a SELECT/FD for GLOpening.dat.
      *> A missing file simply means no GL year has been closed yet.
       LoadGLOpenYear.
           MOVE ZERO TO WSGLOpenYear.
           OPEN INPUT GLOpeningFile.
           IF WSGLOpenStatus = "00"
              PERFORM UNTIL WSGLOpenStatus NOT = "00"
                 READ GLOpeningFile
                     AT END CONTINUE
                     NOT AT END
                         IF GoYear NUMERIC
                            AND GoYear > WSGLOpenYear
                            MOVE GoYear TO WSGLOpenYear
                         END-IF
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE GLOpeningFile.
