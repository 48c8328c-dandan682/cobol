          02 ID-NUM          PIC 9(4).
          02 STUD-NAME       PIC X(10).
          02 STUD-MARKS      PIC X(9).
          02 STUD-CLASS      PIC X(4).
       SD WORKFILE.
       01 W-STUD-DATA.
          02 W-ID-NUM        PIC 9(4).
          02 W-STUD-NAME     PIC X(10).
          02 W-STUD-MARKS    PIC X(9).
          02 W-STUD-CLASS    PIC X(4).
       FD SORTED-FILE.
       01 S-STUD-DATA.
          02 S-ID-NUM        PIC 9(4).
          02 S-STUD-NAME     PIC X(10).
          02 S-STUD-MARKS    PIC X(9).
          02 S-STUD-CLASS    PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-SORT-MODE             PIC X.
          88 SORT-BY-NAME          VALUE 'N' 'n'.
           DISPLAY 'SORT BY (N)AME OR (I)D: ' WITH NO ADVANCING
           ACCEPT WS-SORT-MODE
           IF SORT-BY-ID
              SORT WORKFILE ON ASCENDING KEY W-STUD-CLASS W-ID-NUM
                 USING ORGFILE
                 GIVING SORTED-FILE
           ELSE
              SORT WORKFILE ON ASCENDING KEY W-STUD-CLASS
                                             W-STUD-NAME
                 USING ORGFILE
                 GIVING SORTED-FILE
           END-IF
