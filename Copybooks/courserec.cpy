      *> Shared CourseCatalog.dat record layout, COPYed into the FD
      *> by coursemaint.cob (which maintains the catalog and reports
      *> enrolled students short of their prerequisites) and
      *> studmaint.cob (which enforces them at enrollment). One line
      *> per course: the code sections are tied to in
      *> SectionControl.dat, the title, the credit hours, and up to
      *> three prerequisite courses, each with the minimum mark the
      *> student must have earned in it on StudentScores.dat. A
      *> blank prerequisite code is an unused slot.
       01 CourseRecord.
              02 CrsCode       PIC X(6).
              02 FILLER        PIC X(1).
              02 CrsTitle      PIC X(25).
              02 FILLER        PIC X(1).
              02 CrsCredits    PIC 9(2).
              02 CrsPrereq OCCURS 3 TIMES.
                  03 FILLER        PIC X(1).
                  03 CrsPreCode    PIC X(6).
                  03 FILLER        PIC X(1).
                  03 CrsPreMin     PIC 9(3).
