       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAB1CAL.
       AUTHOR. Addyson Sisemore
      * WEEKLY SCHEDULE CALENDAR.
      * 2026-10-15 - NEW PROGRAM. PRINTS THE MONDAY-SUNDAY SCHEDULE
      *              SHEET THE SUPERVISORS POST ON THE BREAK-ROOM
      *              WALL, WHICH THEY HAVE BEEN COPYING BY HAND OUT
      *              OF THE LAB1 ROSTER REPORT. FOR EACH DEPARTMENT,
      *              ON ITS OWN PAGE SO THE REPORT CAN BE SPLIT UP
      *              AND POSTED, ONE ROW PER EMPLOYEE ON THE ROSTER
      *              MASTER WITH SEVEN DAY COLUMNS - THE SHIFT CODE
      *              AND START TIME FOR A SCHEDULED DAY (THE
      *              MASTER'S OWN SCHEDULE PAIR OR A SCHEDULE
      *              DETAIL ROW ON DA-S-SCHED), THE LEAVE TYPE FOR A
      *              DAY OF APPROVED LEAVE ON DA-S-LEAVE, AND BLANK
      *              ON A DAY OFF - AND A FOOTER WITH EACH DAY'S
      *              SCHEDULED HEADCOUNT (AN EMPLOYEE ON APPROVED
      *              LEAVE IS NOT COUNTED). NOTHING IS UPDATED. THE
      *              SYSIN PARM CARD IS "week-start-date" - A BLANK
      *              OR ASTERISK DATE MEANS TODAY, AND A DATE THAT
      *              IS NOT A MONDAY IS TAKEN BACK TO THE MONDAY OF
      *              ITS WEEK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-MASTER ASSIGN TO 'DA-S-NMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS M-EMP-ID
               FILE STATUS IS MAST-STATUS.
           SELECT OPTIONAL SCHED-FILE ASSIGN TO 'DA-S-SCHED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-SCHED-KEY
               FILE STATUS IS SCHED-STATUS.
           SELECT OPTIONAL LEAVE-FILE ASSIGN TO 'DA-S-LEAVE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LV-LEAVE-KEY
               FILE STATUS IS LEAVE-STATUS.
           SELECT PRNT-FILE ASSIGN TO 'UR-S-DRPT'.
           SELECT CAL-SORT-WORK ASSIGN TO 'DSORTWK'.
           SELECT SORTED-ROSTER ASSIGN TO 'DSORTOUT'.

       DATA DIVISION.

       FILE SECTION.
      **************************************************************
      * THE INDEXED ROSTER MASTER LAB1MNT MAINTAINS IN PLACE - *
      * UNLOADED END TO END BY THE SORT'S INPUT PROCEDURE *
      **************************************************************
       FD ROSTER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 MASTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==M==.
      **************************************************************
      * THE SCHEDULE DETAIL FILE - BROWSED BY EMPLOYEE FROM THE *
      * WEEK'S MONDAY FOR THE DAYS THE WEEK HOLDS *
      **************************************************************
       FD SCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01 SCHED-DATA.
           COPY SCHDREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==SD==.
      **************************************************************
      * THE LEAVE FILE - ONE RECORD PER LEAVE SPELL, BROWSED BY *
      * EMPLOYEE TO TELL WHO IS ON APPROVED LEAVE ON A GIVEN DAY *
      **************************************************************
       FD LEAVE-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEAVE-DATA.
           COPY LEAVREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==LV==.
       FD PRNT-FILE
           LABEL RECORDS ARE OMITTED.
       01 PRNT-REC         PIC X(125).
       SD CAL-SORT-WORK.
       01 CAL-SORT-REC.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==S==.
      **************************************************************
      * HOLDS THE ROSTER ONCE CAL-SORT-WORK PUTS IT IN EMPLOYEE-ID *
      * WITHIN DEPARTMENT ORDER, SO THE CALENDAR BREAKS CLEANLY *
      * ON DEPARTMENT *
      **************************************************************
       FD SORTED-ROSTER
           LABEL RECORDS ARE STANDARD.
       01 SORTED-ROSTER-REC PIC X(80).
       WORKING-STORAGE SECTION.
      **************************************************************
      * THE WEEK-START DATE FROM THE SYSIN PARM CARD *
      **************************************************************
       01 PARM-DATA.
         03 WEEK-START-DATE PIC X(8) VALUE SPACES.
         03 PARM-DATE       PIC X(8) VALUE SPACES.
         03 PARM-LINE       PIC X(80).
      **************************************************************
      * WORKING COPY OF THE CURRENT SORTED ROSTER RECORD *
      **************************************************************
       01 ROSTER-DATA.
           COPY ROSTREC REPLACING ==:LVL:== BY ==03==
                                   ==:PREFIX:== BY ==R==.
      **************************************************************
      * LAYOUT FOR THE CALENDAR HEADING LINES - THE DAY COLUMNS *
      * ARE FILLED IN ONCE THE WEEK IS KNOWN *
      **************************************************************
       01 PRNT-HEADING1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(36)   VALUE
             'WEEKLY SCHEDULE CALENDAR - WEEK OF  '.
         03 H-WEEK-START PIC X(8).
         03 FILLER      PIC X(6)    VALUE ' THRU '.
         03 H-WEEK-END  PIC X(8).
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(5)    VALUE 'PAGE '.
         03 H-PAGE-NO   PIC ZZZ9.
      **************************************************************
      * LAYOUT FOR THE 2ND HEADING LINE - NAMES THE DEPARTMENT THE *
      * PAGE BELONGS TO, SO THE SHEETS CAN BE BURST AND POSTED *
      **************************************************************
       01 PRNT-HEADING2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(12)   VALUE 'DEPARTMENT: '.
         03 H-DEPT      PIC X(10).
       01 PRNT-HEADING3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(6)    VALUE 'EMP ID'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 FILLER      PIC X(20)   VALUE 'NAME'.
         03 FILLER      PIC X(2)    VALUE SPACES.
         03 H-DAY-COL OCCURS 7 TIMES PIC X(11).
      **************************************************************
      * ONE DAY COLUMN'S HEADING - DAY NAME AND MONTH/DAY *
      **************************************************************
       01 DAY-HDG-WORK.
         03 DH-NAME     PIC X(3).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 DH-MMDD     PIC X(4).
         03 FILLER      PIC X(3)    VALUE SPACES.
      **************************************************************
      * LAYOUT FOR ONE CALENDAR ROW - AN EMPLOYEE AND THE WEEK'S *
      * SEVEN DAY CELLS *
      **************************************************************
       01 PRNT-DATA1.
         03 FILLER       PIC X(10)  VALUE SPACES.
         03 L-EMPID1     PIC X(6).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-NAME1      PIC X(20).
         03 FILLER       PIC X(2)   VALUE SPACES.
         03 L-DAY1 OCCURS 7 TIMES.
           05 L-CELL1    PIC X(9).
           05 L-GAP1     PIC X(2).
      **************************************************************
      * ONE DAY CELL - SHIFT CODE AND START TIME FOR A SCHEDULED *
      * DAY, OR 'LV' AND THE LEAVE TYPE FOR A DAY OF LEAVE *
      **************************************************************
       01 CELL-WORK.
         03 CW-SHIFT    PIC X(4).
         03 FILLER      PIC X(1)    VALUE SPACES.
         03 CW-TIME     PIC X(4).
       01 LEAVE-CELL-WORK.
         03 FILLER      PIC X(3)    VALUE 'LV '.
         03 LC-TYPE     PIC X(4).
         03 FILLER      PIC X(2)    VALUE SPACES.
      **************************************************************
      * LAYOUT FOR THE DEPARTMENT FOOTER - THE NUMBER OF *
      * EMPLOYEES ON SHIFT EACH DAY *
      **************************************************************
       01 PRNT-FOOT1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(30)   VALUE
             'SCHEDULED HEADCOUNT:'.
         03 F-DAY1 OCCURS 7 TIMES.
           05 F-CNT1    PIC ZZZ,ZZ9.
           05 F-GAP1    PIC X(4).
      **************************************************************
      * LAYOUTS FOR THE TRAILER (CONTROL TOTAL) LINES *
      **************************************************************
       01 PRNT-TRAILER1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'ROSTER RECORDS READ:      '.
         03 T-REC-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER2.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'DEPARTMENTS PRINTED:      '.
         03 T-DEPT-CNT  PIC ZZZ,ZZ9.
       01 PRNT-TRAILER3.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'SHIFTS SCHEDULED:         '.
         03 T-SHF-CNT   PIC ZZZ,ZZ9.
       01 PRNT-TRAILER4.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(26)   VALUE 'LEAVE DAYS SHOWN:         '.
         03 T-LVD-CNT   PIC ZZZ,ZZ9.
      **************************************************************
      * LAYOUTS FOR THE MESSAGES THAT END THE RUN WITH NOTHING *
      * PRINTED *
      **************************************************************
       01 PRNT-PARM-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(36)   VALUE
             'WEEK START NOT A REAL DATE - PARM: '.
         03 E-PARM-DATE PIC X(8).
       01 PRNT-MAST-ERR1.
         03 FILLER      PIC X(10)   VALUE SPACES.
         03 FILLER      PIC X(35)   VALUE
             'ROSTER MASTER OPEN FAILED - STATUS '.
         03 E-MAST-STATUS PIC XX.
       01 MISC.
      **************************************************************
      *       END OF FILE (EOF) SWITCHES *
      *       0 = NOT AT EOF 1 = AT EOF *
      **************************************************************
         03 EOF-R      PIC 9   VALUE 0.
         03 EOF-MAST   PIC 9   VALUE 0.
         03 EOF-SCHD   PIC 9   VALUE 0.
      **************************************************************
      *       FILE STATUS FIELDS FOR THE THREE INDEXED FILES, AND *
      *       THE SWITCH THE INPUT PROCEDURE SETS WHEN THE MASTER *
      *       OPEN FAILED SO THE MAINLINE CAN END THE RUN RC 8 *
      *       INSTEAD OF PRINTING AN EMPTY CALENDAR *
      **************************************************************
         03 MAST-STATUS  PIC XX  VALUE SPACES.
         03 SCHED-STATUS PIC XX  VALUE SPACES.
         03 LEAVE-STATUS PIC XX  VALUE SPACES.
         03 MAST-OPEN-ERR-SW PIC 9 VALUE 0.
         03 SCHED-OPEN-SW    PIC 9 VALUE 0.
      **************************************************************
      *       PAGE CONTROL COUNTERS *
      **************************************************************
         03 LINE-CNT   PIC 9(4)  VALUE 0.
         03 PAGE-CNT   PIC 9(4)  VALUE 0.
         03 LINES-PER-PAGE PIC 9(4) VALUE 55.
      **************************************************************
      *       THE DEPARTMENT BEING PRINTED - LOW-VALUES UNTIL THE *
      *       FIRST ROSTER RECORD, SO IT ALWAYS BREAKS *
      **************************************************************
         03 PREV-DEPT  PIC X(10) VALUE LOW-VALUES.
      **************************************************************
      *       CONTROL TOTAL COUNTERS *
      **************************************************************
         03 REC-CNT    PIC 9(6)  VALUE 0.
         03 DEPT-CNT   PIC 9(6)  VALUE 0.
         03 SHF-CNT    PIC 9(6)  VALUE 0.
         03 LVD-CNT    PIC 9(6)  VALUE 0.
      **************************************************************
      *       DAY SUBSCRIPT AND THE MONDAY-SUNDAY DAY OF THE WEEK *
      *       OF THE PARM DATE (DAY NUMBER PLUS ONE, MOD 7, IS 0 *
      *       ON A MONDAY) *
      **************************************************************
         03 DAY-SUB    PIC 9(2)  COMP.
         03 DOW-DIVIDEND PIC 9(7) VALUE 0.
         03 DOW-QUOT   PIC 9(7)  VALUE 0.
         03 WEEK-DOW   PIC 9     VALUE 0.
      **************************************************************
      *       THE WEEK BEING PRINTED - ONE ENTRY PER DAY, MONDAY *
      *       FIRST, WITH THE DEPARTMENT'S HEADCOUNT FOR THE DAY *
      **************************************************************
       01 WEEK-TABLE.
         03 WEEK-END-DATE PIC X(8).
         03 WEEK-DAY OCCURS 7 TIMES.
           05 WK-DATE    PIC X(8).
           05 WK-DATE-R REDEFINES WK-DATE.
             07 WK-YYYY  PIC X(4).
             07 WK-MMDD  PIC X(4).
           05 WK-HEAD-CNT PIC 9(6).
       01 DAY-NAME-VALUES.
         03 FILLER      PIC X(21)   VALUE
             'MONTUEWEDTHUFRISATSUN'.
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
         03 DAY-NAME OCCURS 7 TIMES PIC X(3).
      **************************************************************
      *       THE EMPLOYEE IN HAND'S WEEK - ONE CELL PER DAY AND *
      *       WHETHER THE DAY IS WORKED OR ON LEAVE *
      **************************************************************
       01 EMP-WEEK-TABLE.
         03 EMP-DAY OCCURS 7 TIMES.
           05 ED-CELL     PIC X(9).
           05 ED-WORK-SW  PIC 9.
      **************************************************************
      *       LEAVE LOOKUP AREAS - THE EMPLOYEE AND DAY ASKED *
      *       ABOUT, AND THE ANSWER 8700-CHECK-ON-LEAVE GIVES: *
      *       ON-LEAVE-SW GOES TO 1 (WITH THE LEAVE TYPE) WHEN AN *
      *       APPROVED LEAVE SPELL COVERS THE DAY - LEAVE-OPEN-SW *
      *       IS 1 ONLY WHEN THE LEAVE FILE OPENED, SO A MISSING *
      *       FILE (NO LEAVE EVER KEYED) MEANS NOBODY IS ON LEAVE *
      **************************************************************
       01 LEAVE-CHECK-WORK.
         03 LEAVE-OPEN-SW   PIC 9     VALUE 0.
         03 LEAVE-EOF-SW    PIC 9     VALUE 0.
         03 LCHK-EMP-ID     PIC X(6).
         03 LCHK-DATE       PIC X(8).
         03 ON-LEAVE-SW     PIC 9     VALUE 0.
         03 ON-LEAVE-TYPE   PIC X(4).
      **************************************************************
      *       CALENDAR-DATE WORK AREA - EDIT-DATE IS LOADED AND *
      *       8000-VALIDATE-DATE SETS DATE-VALID-SW, CHECKING *
      *       MONTH, DAY-WITHIN-MONTH, AND LEAP-YEAR FEBRUARY - *
      *       8300-COMPUTE-DAY-NUM TURNS A VALID EDIT-DATE INTO A *
      *       SERIAL DAY NUMBER, AND 8400-NEXT-DATE AND *
      *       8450-PRIOR-DATE STEP IT ONE CALENDAR DAY *
      **************************************************************
       01 DATE-EDIT-WORK.
         03 EDIT-DATE    PIC X(8).
         03 EDIT-DATE-N REDEFINES EDIT-DATE.
           05 ED-YEAR  PIC 9(4).
           05 ED-MONTH PIC 9(2).
           05 ED-DAY   PIC 9(2).
         03 DATE-VALID-SW PIC 9    VALUE 0.
         03 LEAP-SW      PIC 9     VALUE 0.
         03 ED-MAX-DAY   PIC 9(2)  VALUE 0.
         03 ED-QUOT      PIC 9(4)  VALUE 0.
         03 ED-REM       PIC 9(4)  VALUE 0.
         03 DN-YEAR      PIC 9(4)  VALUE 0.
         03 DN-MONTH     PIC 9(2)  VALUE 0.
         03 DN-Q4        PIC 9(4)  VALUE 0.
         03 DN-Q100      PIC 9(4)  VALUE 0.
         03 DN-Q400      PIC 9(4)  VALUE 0.
         03 DN-MDAYS     PIC 9(3)  VALUE 0.
         03 DAY-NUM      PIC 9(7)  VALUE 0.
      **************************************************************
      *       START OF PROCEDURE DIVISION       *
      **************************************************************
       PROCEDURE DIVISION.
       000-MAINLINE.
           PERFORM 0100-GET-PARMS.
           OPEN OUTPUT PRNT-FILE.
           MOVE PARM-DATE TO EDIT-DATE.
           PERFORM 8000-VALIDATE-DATE.
           IF DATE-VALID-SW = 0
               MOVE PARM-DATE TO E-PARM-DATE
               WRITE PRNT-REC FROM PRNT-PARM-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 0200-SET-WEEK.
           PERFORM 1000-SORT-ROSTER.
      **************************************************************
      * A MASTER THAT COULD NOT BE OPENED MUST STOP THE RUN HERE - *
      * AN EMPTY CALENDAR WOULD READ AS A WEEK WITH NOBODY ON IT *
      **************************************************************
           IF MAST-OPEN-ERR-SW = 1
               MOVE MAST-STATUS TO E-MAST-STATUS
               WRITE PRNT-REC FROM PRNT-MAST-ERR1
                 AFTER ADVANCING 1 LINE
               CLOSE PRNT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SORTED-ROSTER
                      SCHED-FILE
                      LEAVE-FILE.
           IF SCHED-STATUS = '00' OR SCHED-STATUS = '05'
               MOVE 1 TO SCHED-OPEN-SW
           END-IF.
           IF LEAVE-STATUS = '00' OR LEAVE-STATUS = '05'
               MOVE 1 TO LEAVE-OPEN-SW
           END-IF.
           PERFORM 2000-READ-ROSTER.
           PERFORM 1500-LOOP
             UNTIL EOF-R = 1.
           IF PREV-DEPT NOT = LOW-VALUES
               PERFORM 1620-PRINT-DEPT-FOOTER
           END-IF.
           PERFORM 1700-PRINT-TRAILER.
           CLOSE SORTED-ROSTER
                 PRNT-FILE.
           IF SCHED-OPEN-SW = 1
               CLOSE SCHED-FILE
           END-IF.
           IF LEAVE-OPEN-SW = 1
               CLOSE LEAVE-FILE
           END-IF.
           STOP RUN.
      **************************************************************
      * PICKS UP THE "week-start-date" PARM - READ FROM SYSIN THE *
      * WAY A JCL SYSIN CARD OR EXEC PARM= IS FED TO A BATCH *
      * STEP - A BLANK OR ASTERISK DATE MEANS TODAY *
      **************************************************************
       0100-GET-PARMS.
           ACCEPT PARM-LINE FROM SYSIN.
           IF PARM-LINE NOT = SPACES
               UNSTRING PARM-LINE DELIMITED BY SPACES
                 INTO PARM-DATE
           END-IF.
           IF PARM-DATE = SPACES OR PARM-DATE = '*'
               ACCEPT PARM-DATE FROM DATE YYYYMMDD
           END-IF.
      **************************************************************
      * SETS UP THE WEEK FROM THE VALIDATED PARM DATE - TAKEN BACK *
      * TO THE MONDAY OF ITS WEEK, THEN STEPPED A DAY AT A TIME *
      * TO SUNDAY - AND FILLS IN THE DAY COLUMN HEADINGS *
      **************************************************************
       0200-SET-WEEK.
           PERFORM 8300-COMPUTE-DAY-NUM.
           COMPUTE DOW-DIVIDEND = DAY-NUM + 1.
           DIVIDE DOW-DIVIDEND BY 7
             GIVING DOW-QUOT REMAINDER WEEK-DOW.
           PERFORM 8450-PRIOR-DATE WEEK-DOW TIMES.
           MOVE EDIT-DATE TO WEEK-START-DATE.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               MOVE EDIT-DATE TO WK-DATE(DAY-SUB)
               MOVE DAY-NAME(DAY-SUB) TO DH-NAME
               MOVE WK-MMDD(DAY-SUB)  TO DH-MMDD
               MOVE DAY-HDG-WORK TO H-DAY-COL(DAY-SUB)
               MOVE 0 TO WK-HEAD-CNT(DAY-SUB)
               PERFORM 8400-NEXT-DATE
           END-PERFORM.
           MOVE WK-DATE(7) TO WEEK-END-DATE.
           MOVE WEEK-START-DATE TO H-WEEK-START.
           MOVE WEEK-END-DATE   TO H-WEEK-END.
      **************************************************************
      * SORTS THE ROSTER INTO EMPLOYEE-ID-WITHIN-DEPARTMENT *
      * SEQUENCE - FED BY AN INPUT PROCEDURE UNLOADING THE *
      * INDEXED MASTER *
      **************************************************************
       1000-SORT-ROSTER.
           SORT CAL-SORT-WORK
             ON ASCENDING KEY S-DEPT
                              S-EMP-ID
             INPUT PROCEDURE IS 1100-UNLOAD-MASTER
             GIVING SORTED-ROSTER.
      **************************************************************
      * RELEASES EVERY MASTER RECORD TO THE SORT - A MASTER THAT *
      * CANNOT BE OPENED RELEASES NOTHING AND FLAGS THE FAILURE *
      * FOR THE MAINLINE *
      **************************************************************
       1100-UNLOAD-MASTER.
           OPEN INPUT ROSTER-MASTER.
           IF MAST-STATUS = '00'
               MOVE LOW-VALUES TO M-EMP-ID
               START ROSTER-MASTER KEY NOT < M-EMP-ID
                 INVALID KEY MOVE 1 TO EOF-MAST
               END-START
               IF EOF-MAST = 0
                   PERFORM 1150-READ-MASTER
               END-IF
               PERFORM 1120-RELEASE-MASTER-REC
                 UNTIL EOF-MAST = 1
               CLOSE ROSTER-MASTER
           ELSE
               MOVE 1 TO MAST-OPEN-ERR-SW
           END-IF.
       1120-RELEASE-MASTER-REC.
           RELEASE CAL-SORT-REC FROM MASTER-DATA.
           PERFORM 1150-READ-MASTER.
       1150-READ-MASTER.
           READ ROSTER-MASTER NEXT RECORD
             AT END MOVE 1 TO EOF-MAST
           END-READ.
       1400-PRINT-HEAD.
           ADD 1 TO PAGE-CNT.
           MOVE PAGE-CNT TO H-PAGE-NO.
           MOVE PREV-DEPT TO H-DEPT.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-HEADING2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-HEADING3
             AFTER ADVANCING 2 LINES.
           MOVE SPACES TO PRNT-REC.
           WRITE PRNT-REC
             AFTER ADVANCING 1 LINE.
           MOVE 5 TO LINE-CNT.
      **************************************************************
      * ONE EMPLOYEE - A NEW DEPARTMENT CLOSES THE LAST ONE WITH *
      * ITS FOOTER AND STARTS A NEW PAGE; THE EMPLOYEE'S WEEK IS *
      * THEN BUILT AND PRINTED AS ONE ROW *
      **************************************************************
       1500-LOOP.
           IF R-DEPT NOT = PREV-DEPT
               PERFORM 1610-BREAK-ON-DEPT
           END-IF.
           IF LINE-CNT NOT < LINES-PER-PAGE
               PERFORM 1400-PRINT-HEAD
           END-IF.
           PERFORM 3000-BUILD-EMP-WEEK.
           MOVE R-EMP-ID TO L-EMPID1.
           MOVE R-NAME   TO L-NAME1.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               MOVE ED-CELL(DAY-SUB) TO L-CELL1(DAY-SUB)
               MOVE SPACES           TO L-GAP1(DAY-SUB)
           END-PERFORM.
           WRITE PRNT-REC FROM PRNT-DATA1
             AFTER ADVANCING 1 LINE.
           ADD 1 TO LINE-CNT.
           PERFORM 2000-READ-ROSTER.
      **************************************************************
      * DEPARTMENT CONTROL BREAK - FOOTS THE DEPARTMENT JUST *
      * FINISHED, CLEARS THE DAILY HEADCOUNTS, AND FORCES A NEW *
      * PAGE FOR THE NEXT ONE *
      **************************************************************
       1610-BREAK-ON-DEPT.
           IF PREV-DEPT NOT = LOW-VALUES
               PERFORM 1620-PRINT-DEPT-FOOTER
           END-IF.
           MOVE R-DEPT TO PREV-DEPT.
           ADD 1 TO DEPT-CNT.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               MOVE 0 TO WK-HEAD-CNT(DAY-SUB)
           END-PERFORM.
           MOVE LINES-PER-PAGE TO LINE-CNT.
      **************************************************************
      * PRINTS THE DEPARTMENT'S SCHEDULED HEADCOUNT PER DAY *
      **************************************************************
       1620-PRINT-DEPT-FOOTER.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               MOVE WK-HEAD-CNT(DAY-SUB) TO F-CNT1(DAY-SUB)
               MOVE SPACES               TO F-GAP1(DAY-SUB)
           END-PERFORM.
           WRITE PRNT-REC FROM PRNT-FOOT1
             AFTER ADVANCING 2 LINES.
      **************************************************************
      * PRINTS THE CONTROL TOTAL TRAILER LINES ON A PAGE OF THEIR *
      * OWN, SO NO DEPARTMENT'S SHEET CARRIES THEM *
      **************************************************************
       1700-PRINT-TRAILER.
           MOVE REC-CNT  TO T-REC-CNT.
           MOVE DEPT-CNT TO T-DEPT-CNT.
           MOVE SHF-CNT  TO T-SHF-CNT.
           MOVE LVD-CNT  TO T-LVD-CNT.
           ADD 1 TO PAGE-CNT.
           MOVE PAGE-CNT TO H-PAGE-NO.
           WRITE PRNT-REC FROM PRNT-HEADING1
             AFTER ADVANCING PAGE.
           WRITE PRNT-REC FROM PRNT-TRAILER1
             AFTER ADVANCING 2 LINES.
           WRITE PRNT-REC FROM PRNT-TRAILER2
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER3
             AFTER ADVANCING 1 LINE.
           WRITE PRNT-REC FROM PRNT-TRAILER4
             AFTER ADVANCING 1 LINE.
      **************************************************************
      * READS THE SORTED ROSTER *
      **************************************************************
       2000-READ-ROSTER.
           READ SORTED-ROSTER INTO ROSTER-DATA
             AT END MOVE 1 TO EOF-R
             NOT AT END ADD 1 TO REC-CNT
           END-READ.
      **************************************************************
      * BUILDS THE EMPLOYEE IN HAND'S SEVEN DAY CELLS - THE *
      * MASTER'S OWN SCHEDULE PAIR AND EVERY SCHEDULE DETAIL ROW *
      * IN THE WEEK FILL THEIR DAY WITH SHIFT AND START TIME, *
      * THEN A DAY OF APPROVED LEAVE SHOWS THE LEAVE TYPE *
      * INSTEAD - EACH DAY STILL WORKED COUNTS IN THE *
      * DEPARTMENT'S HEADCOUNT *
      **************************************************************
       3000-BUILD-EMP-WEEK.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               MOVE SPACES TO ED-CELL(DAY-SUB)
               MOVE 0      TO ED-WORK-SW(DAY-SUB)
               IF WK-DATE(DAY-SUB) = R-SCHED-DATE
                   MOVE R-SHIFT      TO CW-SHIFT
                   MOVE R-SCHED-TIME TO CW-TIME
                   MOVE CELL-WORK    TO ED-CELL(DAY-SUB)
                   MOVE 1            TO ED-WORK-SW(DAY-SUB)
               END-IF
           END-PERFORM.
           IF SCHED-OPEN-SW = 1
               PERFORM 3100-LOAD-SCHED-DAYS
           END-IF.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               PERFORM 3300-FINISH-ONE-DAY
           END-PERFORM.
      **************************************************************
      * BROWSES THE EMPLOYEE'S SCHEDULE DETAIL ROWS FROM THE *
      * WEEK'S MONDAY THROUGH ITS SUNDAY *
      **************************************************************
       3100-LOAD-SCHED-DAYS.
           MOVE 0 TO EOF-SCHD.
           MOVE R-EMP-ID        TO SD-EMP-ID.
           MOVE WEEK-START-DATE TO SD-SCHED-DATE.
           START SCHED-FILE KEY NOT < SD-SCHED-KEY
             INVALID KEY MOVE 1 TO EOF-SCHD
           END-START.
           PERFORM 3150-READ-SCHED-DAY
             UNTIL EOF-SCHD = 1.
       3150-READ-SCHED-DAY.
           READ SCHED-FILE NEXT RECORD
             AT END MOVE 1 TO EOF-SCHD
             NOT AT END
               IF SD-EMP-ID NOT = R-EMP-ID
                   OR SD-SCHED-DATE > WEEK-END-DATE
                   MOVE 1 TO EOF-SCHD
               ELSE
                   PERFORM 3200-PLACE-SCHED-DAY
               END-IF
           END-READ.
      **************************************************************
      * PUTS ONE SCHEDULE DETAIL ROW IN ITS DAY'S CELL *
      **************************************************************
       3200-PLACE-SCHED-DAY.
           PERFORM VARYING DAY-SUB FROM 1 BY 1
             UNTIL DAY-SUB > 7
               IF WK-DATE(DAY-SUB) = SD-SCHED-DATE
                   MOVE SD-SHIFT      TO CW-SHIFT
                   MOVE SD-SCHED-TIME TO CW-TIME
                   MOVE CELL-WORK     TO ED-CELL(DAY-SUB)
                   MOVE 1             TO ED-WORK-SW(DAY-SUB)
               END-IF
           END-PERFORM.
      **************************************************************
      * A DAY OF APPROVED LEAVE SHOWS THE LEAVE TYPE WHETHER OR *
      * NOT THE DAY WAS SCHEDULED, AND IS NOT A BODY ON SHIFT; A *
      * SCHEDULED DAY OTHERWISE COUNTS IN THE DAY'S HEADCOUNT *
      **************************************************************
       3300-FINISH-ONE-DAY.
           MOVE R-EMP-ID         TO LCHK-EMP-ID.
           MOVE WK-DATE(DAY-SUB) TO LCHK-DATE.
           PERFORM 8700-CHECK-ON-LEAVE.
           IF ON-LEAVE-SW = 1
               MOVE ON-LEAVE-TYPE   TO LC-TYPE
               MOVE LEAVE-CELL-WORK TO ED-CELL(DAY-SUB)
               MOVE 0               TO ED-WORK-SW(DAY-SUB)
               ADD 1 TO LVD-CNT
           END-IF.
           IF ED-WORK-SW(DAY-SUB) = 1
               ADD 1 TO WK-HEAD-CNT(DAY-SUB)
               ADD 1 TO SHF-CNT
           END-IF.
      **************************************************************
      * VALIDATES EDIT-DATE (YYYYMMDD) AS A REAL CALENDAR DATE - *
      * NUMERIC, MONTH 01-12, AND DAY LEGAL FOR THE MONTH, WITH *
      * FEBRUARY 29 ALLOWED ONLY IN A LEAP YEAR - SETS *
      * DATE-VALID-SW TO 1 WHEN THE DATE IS GOOD *
      **************************************************************
       8000-VALIDATE-DATE.
           MOVE 1 TO DATE-VALID-SW.
           IF EDIT-DATE NOT NUMERIC
               MOVE 0 TO DATE-VALID-SW
           ELSE
               IF ED-MONTH < 1 OR ED-MONTH > 12 OR ED-YEAR < 1900
                   MOVE 0 TO DATE-VALID-SW
               ELSE
                   PERFORM 8100-SET-MAX-DAY
                   IF ED-DAY < 1 OR ED-DAY > ED-MAX-DAY
                       MOVE 0 TO DATE-VALID-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * SETS ED-MAX-DAY TO THE LAST LEGAL DAY OF ED-MONTH *
      **************************************************************
       8100-SET-MAX-DAY.
           EVALUATE ED-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO ED-MAX-DAY
               WHEN 2
                   PERFORM 8200-CHECK-LEAP-YEAR
                   IF LEAP-SW = 1
                       MOVE 29 TO ED-MAX-DAY
                   ELSE
                       MOVE 28 TO ED-MAX-DAY
                   END-IF
               WHEN OTHER
                   MOVE 31 TO ED-MAX-DAY
           END-EVALUATE.
      **************************************************************
      * SETS LEAP-SW TO 1 WHEN ED-YEAR IS A LEAP YEAR - DIVISIBLE *
      * BY 4, EXCEPT CENTURIES, WHICH MUST BE DIVISIBLE BY 400 *
      **************************************************************
       8200-CHECK-LEAP-YEAR.
           MOVE 0 TO LEAP-SW.
           DIVIDE ED-YEAR BY 4 GIVING ED-QUOT REMAINDER ED-REM.
           IF ED-REM = 0
               DIVIDE ED-YEAR BY 100 GIVING ED-QUOT
                 REMAINDER ED-REM
               IF ED-REM NOT = 0
                   MOVE 1 TO LEAP-SW
               ELSE
                   DIVIDE ED-YEAR BY 400 GIVING ED-QUOT
                     REMAINDER ED-REM
                   IF ED-REM = 0
                       MOVE 1 TO LEAP-SW
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * TURNS A VALID EDIT-DATE INTO A SERIAL DAY NUMBER IN *
      * DAY-NUM - THE YEAR IS COUNTED FROM MARCH SO THE LEAP DAY *
      * FALLS AT THE END, THEN WHOLE YEARS (WITH THEIR LEAP DAYS) *
      * AND THE DAYS OF THE MONTHS BEFORE ED-MONTH ARE ADDED - *
      * ONLY THE DIFFERENCE BETWEEN TWO DAY NUMBERS MEANS ANYTHING *
      **************************************************************
       8300-COMPUTE-DAY-NUM.
           IF ED-MONTH > 2
               MOVE ED-YEAR TO DN-YEAR
               COMPUTE DN-MONTH = ED-MONTH - 3
           ELSE
               COMPUTE DN-YEAR = ED-YEAR - 1
               COMPUTE DN-MONTH = ED-MONTH + 9
           END-IF.
           DIVIDE DN-YEAR BY 4   GIVING DN-Q4.
           DIVIDE DN-YEAR BY 100 GIVING DN-Q100.
           DIVIDE DN-YEAR BY 400 GIVING DN-Q400.
           COMPUTE DN-MDAYS = (153 * DN-MONTH + 2) / 5.
           COMPUTE DAY-NUM = 365 * DN-YEAR + DN-Q4 - DN-Q100
                           + DN-Q400 + DN-MDAYS + ED-DAY.
      **************************************************************
      * STEPS A VALID EDIT-DATE ON ONE CALENDAR DAY, ROLLING THE *
      * MONTH AND YEAR OVER AS NEEDED *
      **************************************************************
       8400-NEXT-DATE.
           PERFORM 8100-SET-MAX-DAY.
           IF ED-DAY < ED-MAX-DAY
               ADD 1 TO ED-DAY
           ELSE
               MOVE 1 TO ED-DAY
               IF ED-MONTH < 12
                   ADD 1 TO ED-MONTH
               ELSE
                   MOVE 1 TO ED-MONTH
                   ADD 1 TO ED-YEAR
               END-IF
           END-IF.
      **************************************************************
      * STEPS A VALID EDIT-DATE BACK ONE CALENDAR DAY, ROLLING THE *
      * MONTH AND YEAR BACK AS NEEDED *
      **************************************************************
       8450-PRIOR-DATE.
           IF ED-DAY > 1
               SUBTRACT 1 FROM ED-DAY
           ELSE
               IF ED-MONTH > 1
                   SUBTRACT 1 FROM ED-MONTH
               ELSE
                   MOVE 12 TO ED-MONTH
                   SUBTRACT 1 FROM ED-YEAR
               END-IF
               PERFORM 8100-SET-MAX-DAY
               MOVE ED-MAX-DAY TO ED-DAY
           END-IF.
      **************************************************************
      * TELLS WHETHER LCHK-EMP-ID IS ON APPROVED LEAVE ON *
      * LCHK-DATE - BROWSES THE EMPLOYEE'S LEAVE SPELLS IN *
      * FROM-DATE ORDER, STOPPING AT THE FIRST ONE THAT STARTS *
      * AFTER THE DAY - A PENDING OR DENIED SPELL EXCUSES NOBODY *
      **************************************************************
       8700-CHECK-ON-LEAVE.
           MOVE 0 TO ON-LEAVE-SW.
           MOVE SPACES TO ON-LEAVE-TYPE.
           MOVE 1 TO LEAVE-EOF-SW.
           IF LEAVE-OPEN-SW = 1
               MOVE LCHK-EMP-ID TO LV-EMP-ID
               MOVE LOW-VALUES TO LV-FROM-DATE
               MOVE 0 TO LEAVE-EOF-SW
               START LEAVE-FILE KEY NOT < LV-LEAVE-KEY
                 INVALID KEY MOVE 1 TO LEAVE-EOF-SW
               END-START
           END-IF.
           IF LEAVE-EOF-SW = 0
               PERFORM 8710-READ-LEAVE-NEXT
           END-IF.
           PERFORM 8720-TEST-LEAVE-SPELL
             UNTIL LEAVE-EOF-SW = 1.
       8710-READ-LEAVE-NEXT.
           READ LEAVE-FILE NEXT
             AT END MOVE 1 TO LEAVE-EOF-SW
           END-READ.
           IF LEAVE-EOF-SW = 0
               IF LV-EMP-ID NOT = LCHK-EMP-ID
                   OR LV-FROM-DATE > LCHK-DATE
                   MOVE 1 TO LEAVE-EOF-SW
               END-IF
           END-IF.
       8720-TEST-LEAVE-SPELL.
           IF LV-TO-DATE NOT < LCHK-DATE AND LV-APPROVED
               MOVE 1 TO ON-LEAVE-SW
               MOVE LV-LEAVE-TYPE TO ON-LEAVE-TYPE
           END-IF.
           PERFORM 8710-READ-LEAVE-NEXT.
