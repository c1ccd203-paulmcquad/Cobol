                                   ==SECTFIELD== BY ==MStudSection==.
       FD AttendFile.
       *> One line per student per day - P present, A absent, L late
       *> NEW : E excused - an absence the office has a note or a
       *> call for. Only A and L count towards the absence report
       *> and the guardian letters absenceletter.cob prints.
       01 AttendRecord.
              02 AtDate      PIC 9(8).
              02 FILLER      PIC X(1).
       01 WSTermEntry     PIC X(5).
       01 WSIDEntry       PIC X(4).
       01 WSStatusEntry   PIC X.
      *> NEW : E excused absence
              88 MarkGood       VALUE 'P' 'A' 'L' 'E'.
       *> NEW : shared student-ID check-digit fields - see
       *> Copybooks/studcheckp.cpy
       COPY studcheck.
       TakeOneMark.
           MOVE SPACE TO WSStatusEntry.
           DISPLAY MStudName " section " MStudSection
               " - (P)resent, (A)bsent, (L)ate or (E)xcused ? "
               WITH NO ADVANCING.
           ACCEPT WSStatusEntry.
           MOVE FUNCTION UPPER-CASE(WSStatusEntry)
