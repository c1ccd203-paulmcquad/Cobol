      *> Shared fields for the GL opening-year lookup in
      *> Copybooks/glopenchkp.cpy - same fields-plus-paragraph split
      *> as glperiodchk/glperiodchkp. COPY this into WORKING-STORAGE
      *> alongside a SELECT/FD for GLOpening.dat (GLOpeningFile,
      *> COPY glopening, FILE STATUS WSGLOpenStatus).
      *> WSGLOpenYear reads back as the year the latest opening
      *> balances open, zero when no GL year has ever been closed.
      *> Journal lines dated before it are already in the opening
      *> balances and must not be counted again.
       01 WSGLOpenStatus   PIC XX.
       01 WSGLOpenYear     PIC 9(4).
