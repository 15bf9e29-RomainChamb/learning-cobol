000100*ACADEMIC-HISTORY-RECORD - one student's results for one term of
000200*one school year on the permanent ACADEMIC-HISTORY file. The
000300*standing run adds each term's STUDENT-SCORES to it - a term run
000400*again replaces that term's entry rather than counting twice -
000500*and the cumulative average is the score total over the score
000600*count of every term on file.
000700 01  ACADEMIC-HISTORY-RECORD.
000800     05  AH-STUDENT-ID       PIC X(5).
000900     05  AH-TERM-KEY.
001000         10  AH-SCHOOL-YEAR  PIC 9(4).
001100         10  AH-TERM         PIC 9(1).
001200     05  AH-SCORE-TOTAL      PIC 9(5).
001300     05  AH-SCORE-COUNT      PIC 9(3).
001400     05  AH-TERM-AVERAGE     PIC 9(3)V99.
001500*Subjects graded F in the term.
001600     05  AH-F-COUNT          PIC 9(2).
