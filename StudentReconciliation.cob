           02 StudentId      PIC X(8).
           02 StudentName    PIC X(25).
           02 CourseCode     PIC X(5).
           02 StudentBirthDate PIC X(8).

       SD StudentSortWork.
       01 StudentSortRec.
               03 SL-StudentId   PIC X(8).
               03 SL-StudentName PIC X(25).
               03 SL-CourseCode  PIC X(5).
               03 SL-BirthDate   PIC X(8).

       01 ENTRANT-TABLE-MAX     PIC 9(3) VALUE 500.
       01 ENTRANT-TABLE-COUNT   PIC 9(3) VALUE ZERO.
                        TO SL-StudentName(STUDENT-TABLE-COUNT)
                    MOVE CourseCode
                        TO SL-CourseCode(STUDENT-TABLE-COUNT)
                    MOVE StudentBirthDate
                        TO SL-BirthDate(STUDENT-TABLE-COUNT)
                 END-IF
           END-READ.

           MOVE SL-StudentId(STUDENT-IDX) TO StudentId
           MOVE SL-StudentName(STUDENT-IDX) TO StudentName
           MOVE SL-CourseCode(STUDENT-IDX) TO CourseCode
           MOVE SL-BirthDate(STUDENT-IDX) TO StudentBirthDate
           WRITE StudentDetails.

       REWRITE-ENTRANT-MASTER.
