      *   2026-09-02  HRS  A BAD OPEN NOW ENDS THE RUN WITH      *
      *                    RETURN CODE 12 INSTEAD OF 0, SO THE   *
      *                    SF5NITE DRIVER HOLDS THE CHAIN.       *
      *   2026-10-15  HRS  POSITION CONTROL COLUMNS: FISCAL      *
      *                    YEAR, BUDGETED POSITIONS, FILLED      *
      *                    (ACTIVE PLUS ON LEAVE), OPEN          *
      *                    POSITIONS AND VARIANCE (FILLED LESS   *
      *                    BUDGET) FROM DEPTMSTR.DAT, WITH       *
      *                    TOTALS. A BUDGETED DEPARTMENT WITH    *
      *                    NOBODY IN IT YET NOW GETS A LINE. THE *
      *                    REPORT IS WIDENED TO 132 COLUMNS.     *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
           FILE STATUS IS ST-DEPTRPT
           ORGANIZATION IS LINE SEQUENTIAL.

      *     DYNAMIC SO THE REPORT CAN ALSO WALK THE FILE FOR
      *     BUDGETED DEPARTMENTS THAT HAVE NOBODY IN THEM YET.
        SELECT DEPTMSTR ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPT-CODE
           FILE STATUS IS ST-DEPTMSTR.

        88 ENDOFFILE VALUE HIGH-VALUES.

        FD DEPTRPT.
        01 REPORT-LINE               PIC X(132).

        FD DEPTMSTR.
        01 DEPARTMENT-REC.
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        WORKING-STORAGE SECTION.

            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".
            03 WS-DEPTMSTR-EOF-SW    PIC X(01) VALUE "N".
                88 DEPTMSTR-EOF          VALUE "Y".
            03 WS-BUDGETED-SW        PIC X(01) VALUE "N".
                88 DEPT-BUDGETED         VALUE "Y".
                88 DEPT-NOT-BUDGETED     VALUE "N".

        01  WS-FIND-CODE             PIC X(04).

      *     POSITION-CONTROL FIGURES FOR THE LINE BEING PRINTED,
      *     PICKED UP FROM DEPTMSTR.DAT WITH THE DEPARTMENT NAME.
        01  WS-POSITION-WORK.
            03 WS-DEPT-BUDGET         PIC 9(05).
            03 WS-DEPT-FISCAL-YR      PIC X(04).
            03 WS-LINE-FILLED         PIC 9(08) COMP.
            03 WS-LINE-OPEN           PIC 9(08) COMP.
            03 WS-LINE-VARIANCE       PIC S9(08) COMP.

      *     THE DEPARTMENT TABLE IS KEPT IN DEPARTMENT-CODE ORDER AS
      *     IT IS BUILT (NEW CODES ARE SLOTTED IN AND THE TAIL
            03 WS-TOT-TERM            PIC 9(09) COMP VALUE ZERO.
            03 WS-TOT-ALL             PIC 9(09) COMP VALUE ZERO.
            03 WS-LINE-TOTAL          PIC 9(08) COMP VALUE ZERO.
            03 WS-TOT-FILLED          PIC 9(09) COMP VALUE ZERO.
            03 WS-TOT-BUDGET          PIC 9(09) COMP VALUE ZERO.
            03 WS-TOT-OPEN            PIC 9(09) COMP VALUE ZERO.
            03 WS-TOT-VARIANCE        PIC S9(09) COMP VALUE ZERO.

        01  WS-PAGE-CONTROL.
            03 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
            03 FILLER                PIC X(44) VALUE
               "SF5DEPT HEADCOUNT BY DEPARTMENT - RUN DATE: ".
            03 WS-HEAD-DATE          PIC 9(08).
            03 FILLER                PIC X(69) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "PAGE: ".
            03 WS-HEAD-PAGE          PIC ZZ9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE " TERMED".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE "  TOTAL".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(04) VALUE "FY".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE " BUDGET".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE " FILLED".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE "   OPEN".
            03 FILLER                PIC X(03) VALUE SPACE.
            03 FILLER                PIC X(08) VALUE "VARIANCE".
            03 FILLER                PIC X(09) VALUE SPACE.

        01  WS-DETAIL-LINE.
            03 WS-DET-CODE           PIC X(04).
            03 WS-DET-TERM           PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-DET-TOTAL          PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
      *     BLANKED AS A GROUP FOR A DEPARTMENT WITH NO BUDGET.
            03 WS-DET-POSITION.
                05 WS-DET-FISCAL-YR   PIC X(04).
                05 FILLER             PIC X(03).
                05 WS-DET-BUDGET      PIC Z(6)9.
                05 FILLER             PIC X(03).
                05 WS-DET-FILLED      PIC Z(6)9.
                05 FILLER             PIC X(03).
                05 WS-DET-OPEN        PIC Z(6)9.
                05 FILLER             PIC X(03).
                05 WS-DET-VARIANCE    PIC -(7)9.
            03 FILLER                PIC X(09) VALUE SPACE.

        01  WS-TOTAL-LINE.
            03 FILLER                PIC X(06) VALUE SPACE.
            03 WS-TOT-TERM-ED        PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-TOT-ALL-ED         PIC Z(6)9.
            03 FILLER                PIC X(10) VALUE SPACE.
            03 WS-TOT-BUDGET-ED      PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-TOT-FILLED-ED      PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-TOT-OPEN-ED        PIC Z(6)9.
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-TOT-VARIANCE-ED    PIC -(7)9.
            03 FILLER                PIC X(09) VALUE SPACE.

        PROCEDURE DIVISION.

               THRU 0100-TALLY-RECORD-EXIT
               UNTIL ENDOFFILE.

            PERFORM 1300-ADD-BUDGETED-DEPTS
               THRU 1300-ADD-BUDGETED-DEPTS-EXIT.

            PERFORM 3000-PRINT-REPORT
               THRU 3000-PRINT-REPORT-EXIT.

      * INTO THE TABLE IN CODE ORDER THE FIRST TIME IT IS SEEN.   *
      *----------------------------------------------------------*
        0100-TALLY-RECORD.
            MOVE DO-DEPT TO WS-FIND-CODE.
            PERFORM 1100-FIND-DEPT-SLOT
               THRU 1100-FIND-DEPT-SLOT-EXIT.

               SET SCAN-DONE TO TRUE
               GO TO 1110-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) = WS-FIND-CODE
               SET DEPT-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 1110-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) > WS-FIND-CODE
               SET SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-SLOT
        1200-INSERT-DEPT-SLOT.
            IF WS-DEPT-COUNT >= WS-DEPT-LIMIT
               DISPLAY "SF5DEPT: DEPARTMENT TABLE FULL AT "
                  WS-DEPT-LIMIT ", COUNTS FOR " WS-FIND-CODE
                  " LUMPED INTO LAST ENTRY"
               MOVE WS-DEPT-LIMIT TO WS-SLOT
               GO TO 1200-INSERT-DEPT-SLOT-EXIT
               UNTIL WS-SHIFT < WS-SLOT.

            ADD 1 TO WS-DEPT-COUNT.
            MOVE WS-FIND-CODE TO WS-DTE-CODE(WS-SLOT).
            MOVE ZERO TO WS-DTE-ACTIVE(WS-SLOT).
            MOVE ZERO TO WS-DTE-LEAVE(WS-SLOT).
            MOVE ZERO TO WS-DTE-TERM(WS-SLOT).
        1210-SHIFT-ONE-DOWN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-ADD-BUDGETED-DEPTS - A DEPARTMENT WITH A BUDGET BUT  *
      * NOBODY ON THE EXTRACT STILL HAS OPEN POSITIONS, SO WALK   *
      * THE REFERENCE FILE AND SLOT IN ANY BUDGETED CODE THE      *
      * EXTRACT DID NOT PRODUCE, WITH ZERO COUNTS.                *
      *----------------------------------------------------------*
        1300-ADD-BUDGETED-DEPTS.
            IF NOT DEPTMSTR-AVAILABLE
               GO TO 1300-ADD-BUDGETED-DEPTS-EXIT
            END-IF.
            MOVE LOW-VALUES TO DPT-CODE.
            START DEPTMSTR KEY IS NOT LESS THAN DPT-CODE
               INVALID KEY
                  GO TO 1300-ADD-BUDGETED-DEPTS-EXIT
            END-START.
            PERFORM 1310-ADD-ONE-BUDGETED
               THRU 1310-ADD-ONE-BUDGETED-EXIT
               UNTIL DEPTMSTR-EOF.

        1300-ADD-BUDGETED-DEPTS-EXIT.
            EXIT.

        1310-ADD-ONE-BUDGETED.
            READ DEPTMSTR NEXT RECORD
               AT END
                  SET DEPTMSTR-EOF TO TRUE
                  GO TO 1310-ADD-ONE-BUDGETED-EXIT
            END-READ.
            IF ST-DEPTMSTR NOT = "00"
               DISPLAY "SF5DEPT: BAD READ ON DEPTMSTR.DAT, STATUS "
                  ST-DEPTMSTR ", UNSTAFFED BUDGETED DEPTS MAY BE "
                  "MISSING"
               SET DEPTMSTR-EOF TO TRUE
               GO TO 1310-ADD-ONE-BUDGETED-EXIT
            END-IF.
            IF DPT-FISCAL-YR = SPACE OR DPT-FISCAL-YR = LOW-VALUE
               GO TO 1310-ADD-ONE-BUDGETED-EXIT
            END-IF.
            MOVE DPT-CODE TO WS-FIND-CODE.
            PERFORM 1100-FIND-DEPT-SLOT
               THRU 1100-FIND-DEPT-SLOT-EXIT.
            IF DEPT-NOT-FOUND
               PERFORM 1200-INSERT-DEPT-SLOT
                  THRU 1200-INSERT-DEPT-SLOT-EXIT
            END-IF.

        1310-ADD-ONE-BUDGETED-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-PRINT-REPORT - PRINT ONE LINE PER DEPARTMENT IN CODE *
      * ORDER, PAGINATED, THEN THE GRAND TOTALS.  THE FILLED      *
      * TOTAL COVERS EVERY DEPARTMENT; BUDGET, OPEN AND VARIANCE  *
      * TOTAL ONLY THE DEPARTMENTS UNDER POSITION CONTROL.        *
      *----------------------------------------------------------*
        3000-PRINT-REPORT.
      *     AN EMPTY EXTRACT STILL GETS A DATED HEADING - A REPORT
            MOVE WS-TOT-LEAVE TO WS-TOT-LEAVE-ED.
            MOVE WS-TOT-TERM TO WS-TOT-TERM-ED.
            MOVE WS-TOT-ALL TO WS-TOT-ALL-ED.
            MOVE WS-TOT-BUDGET TO WS-TOT-BUDGET-ED.
            MOVE WS-TOT-FILLED TO WS-TOT-FILLED-ED.
            MOVE WS-TOT-OPEN TO WS-TOT-OPEN-ED.
            MOVE WS-TOT-VARIANCE TO WS-TOT-VARIANCE-ED.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-TOTAL-LINE.
                WS-DTE-TERM(WS-SUB)
               GIVING WS-LINE-TOTAL.
            MOVE WS-LINE-TOTAL TO WS-DET-TOTAL.

      *     FILLED POSITIONS ARE ACTIVE PLUS ON LEAVE - SOMEONE ON
      *     LEAVE STILL HOLDS THE SEAT.  VARIANCE IS FILLED LESS
      *     BUDGET, SO A POSITIVE FIGURE IS OVER BUDGET.
            ADD WS-DTE-ACTIVE(WS-SUB) WS-DTE-LEAVE(WS-SUB)
               GIVING WS-LINE-FILLED.
            ADD WS-LINE-FILLED TO WS-TOT-FILLED.
            MOVE SPACE TO WS-DET-POSITION.
            MOVE WS-LINE-FILLED TO WS-DET-FILLED.
            IF DEPT-BUDGETED
               MOVE WS-DEPT-FISCAL-YR TO WS-DET-FISCAL-YR
               MOVE WS-DEPT-BUDGET TO WS-DET-BUDGET
               IF WS-LINE-FILLED < WS-DEPT-BUDGET
                  SUBTRACT WS-LINE-FILLED FROM WS-DEPT-BUDGET
                     GIVING WS-LINE-OPEN
               ELSE
                  MOVE ZERO TO WS-LINE-OPEN
               END-IF
               MOVE WS-LINE-OPEN TO WS-DET-OPEN
               SUBTRACT WS-DEPT-BUDGET FROM WS-LINE-FILLED
                  GIVING WS-LINE-VARIANCE
               MOVE WS-LINE-VARIANCE TO WS-DET-VARIANCE
               ADD WS-DEPT-BUDGET TO WS-TOT-BUDGET
               ADD WS-LINE-OPEN TO WS-TOT-OPEN
               ADD WS-LINE-VARIANCE TO WS-TOT-VARIANCE
            END-IF.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.


      *----------------------------------------------------------*
      * 3300-GET-DEPT-NAME - LOOK UP THE FULL DEPARTMENT NAME FOR *
      * THE REPORT LINE, AND ITS BUDGET AND FISCAL YEAR IF IT IS  *
      * UNDER POSITION CONTROL.  A BLANK OR UNKNOWN CODE, OR AN   *
      * UNAVAILABLE REFERENCE FILE, LEAVES THE NAME BLANK AND     *
      * THE DEPARTMENT UNBUDGETED.                                *
      *----------------------------------------------------------*
        3300-GET-DEPT-NAME.
            MOVE SPACE TO WS-DET-NAME.
            SET DEPT-NOT-BUDGETED TO TRUE.
            IF NOT DEPTMSTR-AVAILABLE
               OR WS-DET-CODE = SPACE OR WS-DET-CODE = LOW-VALUE
               GO TO 3300-GET-DEPT-NAME-EXIT
               NOT INVALID KEY
                  IF ST-DEPTMSTR = "00"
                     MOVE DPT-NAME TO WS-DET-NAME
                     IF DPT-FISCAL-YR NOT = SPACE
                        AND DPT-FISCAL-YR NOT = LOW-VALUE
                        SET DEPT-BUDGETED TO TRUE
                        MOVE DPT-BUDGET TO WS-DEPT-BUDGET
                        MOVE DPT-FISCAL-YR TO WS-DEPT-FISCAL-YR
                     END-IF
                  END-IF
            END-READ.

