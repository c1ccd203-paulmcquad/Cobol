       *> load/save programs use
       01 WSSectTable.
              02 WSSectEntry OCCURS 20 TIMES.
      *> Sized to the whole sectrec.cpy record - a short slot here
      *> would clip the last field on every assignment rewrite
      *> NEW : widened from 21 to 28 bytes for the course code
                  03 WSSectRec    PIC X(28).
       01 WSSectCount     PIC 99 VALUE ZERO.
       01 WSSectIdx       PIC 99.
       01 WSSectFull      PIC X VALUE 'N'.
