      *> Shared GL closed-period lookup, COPYed into the PROCEDURE
      *> DIVISION as its own paragraph by every program that posts
      *> journal entries of its own (glentry.cob, glrecur.cob).
      *> Requires the fields from Copybooks/glperiodchk.cpy and a
      *> SELECT/FD for GLPeriod.dat. A missing control file simply
      *> means no GL month has been closed yet.
       LoadGLClosedPeriod.
           MOVE ZERO TO WSGLClosedThru.
           OPEN INPUT GLPeriodFile.
           IF WSGLPeriodStatus = "00"
              READ GLPeriodFile
                  AT END CONTINUE
                  NOT AT END
                      IF GLPeriodRecord NUMERIC
                         MOVE GLPeriodRecord TO WSGLClosedThru
                      END-IF
              END-READ
           END-IF.
           CLOSE GLPeriodFile.
