      *> Shared ScholarshipAwards.dat line layout, COPYed into the FD
      *> by awardmaint.cob (which grants the awards) and
      *> tuitionbill.cob (which applies them to the term's bills).
      *> One line per award granted to a student: the kind of award
      *> (SCH scholarship, BUR bursary, AID financial aid), a
      *> percentage of the tuition (basis P) or a fixed amount
      *> (basis F), the term it is for - blank for every term billed
      *> - the funding source paying for it, and the lowest average
      *> mark on StudentScores.dat the student must hold for it to
      *> be applied (zero when the award is unconditional).
      *> Appended; the last line for the same student, source and
      *> term is the award on file, so a line with no percentage and
      *> no amount withdraws it.
       01 AwardRecord.
              02 AwStudentID   PIC 9(4).
              02 FILLER        PIC X(1).
              02 AwKind        PIC X(3).
                  88 AwKindKnown     VALUE "SCH" "BUR" "AID".
              02 FILLER        PIC X(1).
              02 AwBasis       PIC X.
                  88 AwPercentage    VALUE 'P'.
                  88 AwFixed         VALUE 'F'.
              02 FILLER        PIC X(1).
              02 AwPercent     PIC 9(3).
              02 FILLER        PIC X(1).
              02 AwAmount      PIC 9(5)V99.
              02 FILLER        PIC X(1).
              02 AwTerm        PIC X(5).
              02 FILLER        PIC X(1).
              02 AwSource      PIC X(4).
              02 FILLER        PIC X(1).
              02 AwMinAvg      PIC 9(3).
              02 FILLER        PIC X(1).
              02 AwGranted     PIC 9(8).
