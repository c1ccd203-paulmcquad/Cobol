      *> Shared fields for the GL closed-period check in
      *> Copybooks/glperiodchkp.cpy - same fields-plus-paragraph split
      *> as arperiodchk/arperiodchkp. COPY this into WORKING-STORAGE
      *> alongside a SELECT/FD for GLPeriod.dat (GLPeriodFile, 01
      *> GLPeriodRecord PIC 9(6), FILE STATUS WSGLPeriodStatus).
      *> WSGLClosedThru reads back as the last closed GL month YYYYMM,
      *> zero when the books have never been closed - a journal entry
      *> dated into or before it must be refused, because the month's
      *> figures have already been reported.
       01 WSGLPeriodStatus PIC XX.
       01 WSGLClosedThru   PIC 9(6).
