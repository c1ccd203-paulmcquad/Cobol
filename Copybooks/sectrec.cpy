      *> rosters and the capacity report stop going out nameless
              02 FILLER       PIC X(1).
              02 CtlInstructor PIC X(3).
      *> NEW : the course the section teaches - the code from
      *> CourseCatalog.dat, assigned through coursemaint.cob, so an
      *> enrollment can be held to the course's prerequisites. Rows
      *> with no course read back blank and carry no prerequisites.
              02 FILLER       PIC X(1).
              02 CtlCourse    PIC X(6).
