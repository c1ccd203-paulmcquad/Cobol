      *> accumulate across terms (e.g. 2026F, 2027S) and
      *> transcript.cob prints the full record. Rows written before
      *> the column existed read back with a blank term.
      *> NEW : a mark already on file is changed only through
      *> gradechange.cob - an instructor's request, a supervisor's
      *> approval, and a line in GradeAudit.log with the old and new
      *> mark - which rewrites the file with the approved marks.
       01 ScoreRecord.
              02 ScoreIDNum    PIC 9(4).
              02 ScoreSection  PIC X(2).
