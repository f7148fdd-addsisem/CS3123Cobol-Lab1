      *              WITH ITS REASON, AND A DEPARTMENT OR SHIFT
      *              STILL CARRIED BY RECORDS ON THE ROSTER MASTER
      *              (DA-S-NMAST) CANNOT BE DELETED.
      * 2026-10-15 - SHIFT CODES NOW CARRY A SHIFT DIFFERENTIAL RATE
      *              (SHFTCD DIFF-RATE) FOR THE PAYROLL FEED - IT IS
      *              EDITED AS 99V99 WHEN PRESENT ('BAD RATE;'),
      *              HELD IN THE TABLE, AND WRITTEN BACK WITH THE
      *              START TIMES SO A REWRITE NEVER DROPS IT.
      * 2026-10-15 - SHIFT CODES NOW CARRY A SHIFT LENGTH IN HOURS
      *              (SHFTCD SHIFT-LEN) FOR THE WORK-RULE EDITS - IT
      *              IS EDITED AS 99V99, MORE THAN ZERO AND NO MORE
      *              THAN 24, WHEN PRESENT ('BAD LEN;'), HELD IN THE
      *              TABLE, AND WRITTEN BACK LIKE THE RATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
             INDEXED BY SCODE-IDX.
           05 SCODE-SHIFT PIC X(4).
           05 SCODE-START OCCURS 4 TIMES PIC X(4).
           05 SCODE-DIFF  PIC X(4).
           05 SCODE-LEN   PIC X(4).
      **************************************************************
      *       THE MINIMUM-STAFFING TABLE UNDER MAINTENANCE - SAME *
      *       200-ENTRY CAP THE COVERAGE REPORT LOADS *
                   MOVE SC-SHIFT-START(SSTART-SUB)
                     TO SCODE-START(SCODE-CNT, SSTART-SUB)
               END-PERFORM
               MOVE SC-DIFF-RATE TO SCODE-DIFF(SCODE-CNT)
               MOVE SC-SHIFT-LEN TO SCODE-LEN(SCODE-CNT)
           END-IF.
           PERFORM 0180-READ-SHIFT-CODE.
      **************************************************************
      * EDITS A SHIFT IMAGE'S FIELDS - NONBLANK CODE, EVERY *
      * NONBLANK START TIME A LEGAL HHMM, AND AT LEAST ONE START *
      * TIME PRESENT (A SHIFT NOBODY CAN LEGALLY START IS THE *
      * FAT-FINGERED LINE THAT REJECTS A WHOLE NIGHT'S BATCH) - *
      * A DIFFERENTIAL RATE, WHEN PRESENT, MUST BE NUMERIC 99V99 *
      * AND A SHIFT LENGTH, WHEN PRESENT, 99V99 HOURS OVER ZERO *
      * AND NO MORE THAN 24 *
      **************************************************************
       3250-EDIT-SHIFT-FIELDS.
           IF RS-SHIFT-CODE = SPACES
               MOVE 'NO TIMES; ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF RS-DIFF-RATE NOT = SPACES
               AND RS-DIFF-RATE-N NOT NUMERIC
               MOVE 'BAD RATE; ' TO REASON-TOKEN
               PERFORM 3050-ADD-REASON
           END-IF.
           IF RS-SHIFT-LEN NOT = SPACES
               IF RS-SHIFT-LEN-N NOT NUMERIC
                   MOVE 'BAD LEN;  ' TO REASON-TOKEN
                   PERFORM 3050-ADD-REASON
               ELSE
                   IF RS-SHIFT-LEN-N = 0 OR RS-SHIFT-LEN-N > 24
                       MOVE 'BAD LEN;  ' TO REASON-TOKEN
                       PERFORM 3050-ADD-REASON
                   END-IF
               END-IF
           END-IF.
      **************************************************************
      * COPIES THE TRANSACTION'S SHIFT IMAGE INTO THE TABLE SLOT *
      * THE APPLY PICKED *
               MOVE RS-SHIFT-START(SSTART-SUB)
                 TO SCODE-START(HIT-SUB, SSTART-SUB)
           END-PERFORM.
           MOVE RS-DIFF-RATE TO SCODE-DIFF(HIT-SUB).
           MOVE RS-SHIFT-LEN TO SCODE-LEN(HIT-SUB).
      **************************************************************
      * A MINIMUM-STAFFING TRANSACTION - THE DEPT/SHIFT KEY MUST *
      * NAME CODES ON THE (JUST-MAINTAINED) REFERENCE TABLES, THE *
                   MOVE SCODE-START(SCODE-IDX, SSTART-SUB)
                     TO SC-SHIFT-START(SSTART-SUB)
               END-PERFORM
               MOVE SCODE-DIFF(SCODE-IDX) TO SC-DIFF-RATE
               MOVE SCODE-LEN(SCODE-IDX) TO SC-SHIFT-LEN
               WRITE SHIFT-CODE-REC
           END-PERFORM.
           CLOSE SHIFT-CODE-FILE.
