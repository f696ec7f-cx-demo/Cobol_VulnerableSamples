      *================================================================
      *  ROSTREC   -  GRADE ROSTER TURNAROUND LINE  (FD LEVEL)
      *  USED BY    -  GRADROST (WRITES, GRADE BLANK), GRADRIN (READS
      *                THE COMPLETED LINES BACK)
      *  NOTE       -  ONE LINE PER REGISTERED STUDENT PER SECTION,
      *                WRITTEN TO GRADRSTF ALONGSIDE THE PRINTED
      *                ROSTER.  THE INSTRUCTOR'S GRADES ARE KEYED
      *                INTO ROST-GRADE AS A GRDSCALE LETTER (E.G.
      *                B+) OR IN 9.99 FORM (E.G. 3.30), AND
      *                THE COMPLETED FILE COMES BACK AS GRADRTN, WHICH
      *                GRADRIN TURNS INTO THE TERM'S GRADTRAN INPUT
      *                FOR GRADPOST.  A LINE LEFT BLANK IS A GRADE
      *                STILL MISSING.
      *================================================================
       01  ROSTER-LINE-RECORD.
           05  ROST-COURSE-ID              PIC X(08).
           05  FILLER                      PIC X(01).
           05  ROST-SECTION                PIC X(03).
           05  FILLER                      PIC X(01).
           05  ROST-TERM                   PIC X(05).
           05  FILLER                      PIC X(01).
           05  ROST-STUDENT-ID             PIC 9(09).
           05  FILLER                      PIC X(01).
           05  ROST-STUDENT-NAME           PIC X(25).
           05  FILLER                      PIC X(01).
           05  ROST-INSTRUCTOR-ID          PIC X(08).
           05  FILLER                      PIC X(01).
           05  ROST-GRADE                  PIC X(04).
           05  ROST-GRADE-PARTS REDEFINES ROST-GRADE.
               10  ROST-GRADE-WHOLE        PIC 9(01).
               10  ROST-GRADE-POINT        PIC X(01).
               10  ROST-GRADE-FRACTION     PIC 9(02).
