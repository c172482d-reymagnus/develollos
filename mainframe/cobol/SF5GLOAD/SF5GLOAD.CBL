        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5GLOAD.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - LOADS THE PAY      *
      *                    GRADE BAND TABLE GRADETBL.DAT FROM    *
      *                    THE COMP-MAINTAINED GRADDATA.DAT      *
      *                    SOURCE, THE WAY SF5DLOAD LOADS        *
      *                    DEPTMSTR.DAT, INSTEAD OF THE TABLE    *
      *                    BEING EDITED BY HAND.  A BLANK OR     *
      *                    DUPLICATE GRADE, A NON-NUMERIC OR     *
      *                    INVERTED (MIN OVER MAX) BAND, OR TWO  *
      *                    BANDS THAT OVERLAP ARE ALL REJECTED - *
      *                    AND BECAUSE SF5UPDEL, SF5EDIT AND     *
      *                    SF5MERIT BOUNCE EVERY PAY FIGURE IN A *
      *                    GRADE THAT IS MISSING FROM THE TABLE, *
      *                    ONE REJECTED LINE LEAVES THE STANDING *
      *                    TABLE UNTOUCHED RATHER THAN LOADING   *
      *                    HALF OF IT.  AFTER EVERY SUCCESSFUL   *
      *                    LOAD (OR ON DEMAND WITH PARM 'IMPACT' *
      *                    AGAINST THE STANDING TABLE) THE       *
      *                    IMPACT REPORT GRADERPT.DAT LISTS      *
      *                    EVERY EMPLOYEE ON EMPPAY.DAT NOW      *
      *                    BELOW GB-MIN OR ABOVE GB-MAX, WITH    *
      *                    NAME AND DEPARTMENT FROM EMPMSTR.DAT  *
      *                    AND THE SHORTFALL OR OVERAGE, AND A   *
      *                    COMPA-RATIO (SALARY OVER BAND         *
      *                    MIDPOINT) SUMMARY BY GRADE AND BY     *
      *                    DEPARTMENT WITHIN GRADE.  GRADERPT.DAT *
      *                    CARRIES PAY FIGURES - OPS RESTRICTS   *
      *                    IT THE WAY IT RESTRICTS PAYEXTR.DAT.  *
      *                    RETURN CODE: 0 = LOADED (OR IMPACT    *
      *                    REPORTED), 8 = SOURCE REJECTED OR     *
      *                    EMPTY AND THE STANDING TABLE KEPT,    *
      *                    12 = THE RUN                          *
      *                    COULD NOT RUN.                        *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT GRADDATA ASSIGN TO "GRADDATA.DAT"
           FILE STATUS IS ST-GRADDATA
        ORGANIZATION IS SEQUENTIAL.

        SELECT GRADETBL ASSIGN TO "GRADETBL.DAT"
           FILE STATUS IS ST-GRADETBL
        ORGANIZATION IS SEQUENTIAL.

        SELECT EMPPAY ASSIGN TO "EMPPAY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAY-ID
           FILE STATUS IS ST-EMPPAY.

        SELECT EMPMSTR ASSIGN TO "EMPMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-ID
           FILE STATUS IS ST-MASTER.

        SELECT GRADERPT ASSIGN TO "GRADERPT.DAT"
           FILE STATUS IS ST-GRADERPT
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      *     THE SOURCE IS LAID OUT LIKE GRADETBL.DAT ITSELF, BUT
      *     THE AMOUNTS ARE TAKEN AS TEXT FIRST SO A KEYING SLIP
      *     IS CAUGHT HERE INSTEAD OF IN THE NIGHTLY UPDATE.
        FD GRADDATA.
        01 GRADE-SOURCE-REC.
            03 GS-GRADE              PIC X(2).
            03 GS-MIN-X              PIC X(9).
            03 GS-MIN REDEFINES GS-MIN-X
                                     PIC 9(7)V99.
            03 GS-MAX-X              PIC X(9).
            03 GS-MAX REDEFINES GS-MAX-X
                                     PIC 9(7)V99.

        FD GRADETBL.
        01 GRADE-BAND-REC.
            03 GB-GRADE              PIC X(2).
            03 GB-MIN                PIC 9(7)V99.
            03 GB-MAX                PIC 9(7)V99.

        FD EMPPAY.
        01 PAY-RECORD.
            03 PAY-ID                PIC X(4).
            03 PAY-GRADE             PIC X(2).
            03 PAY-SALARY            PIC 9(7)V99.
            03 PAY-CHGDATE           PIC X(8).

        FD EMPMSTR.
        01 MASTER-EMPLOYEES.
            03 MST-ID                PIC X(4).
            03 MST-LNAME            PIC X(20).
            03 MST-NAME                PIC X(20).
            03 MST-INITDATE.
                05 MST-INITDATE-YY    PIC X(4).
                05 MST-INITDATE-MM    PIC X(2).
                05 MST-INITDATE-DD  PIC X(2).
            03 MST-DEPT              PIC X(4).
            03 MST-STATUS            PIC X(1).
                88 MST-ACTIVE            VALUE "A".
                88 MST-TERMINATED        VALUE "T".
                88 MST-ON-LEAVE          VALUE "L".
            03 MST-TERMDATE          PIC X(8).
            03 MST-REHIREDATE        PIC X(8).
            03 MST-LEAVEDATE         PIC X(8).
            03 MST-LEAVERET          PIC X(8).

        FD GRADERPT.
        01 REPORT-LINE               PIC X(110).

        WORKING-STORAGE SECTION.

        01  ST-GRADDATA  PIC XX.
        01  ST-GRADETBL  PIC XX.
        01  ST-EMPPAY    PIC XX.
        01  ST-MASTER    PIC XX.
        01  ST-GRADERPT  PIC XX.

      *     PARM 'IMPACT' SKIPS THE LOAD AND REPORTS AGAINST THE
      *     STANDING GRADETBL.DAT.
        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.

        01  WS-RUN-DATE              PIC 9(08).

        01  WS-SWITCHES.
            03 WS-IMPACT-ONLY-SW     PIC X(01) VALUE "N".
                88 IMPACT-ONLY           VALUE "Y".
            03 WS-SOURCE-EOF-SW      PIC X(01) VALUE "N".
                88 ENDOFFILE             VALUE "Y".
            03 WS-GRADETBL-EOF-SW    PIC X(01) VALUE "N".
                88 GRADETBL-EOF          VALUE "Y".
            03 WS-PAY-EOF-SW         PIC X(01) VALUE "N".
                88 PAY-EOF               VALUE "Y".
            03 WS-TABLE-READY-SW     PIC X(01) VALUE "N".
                88 TABLE-READY           VALUE "Y".
            03 WS-GRADE-FOUND-SW     PIC X(01) VALUE "N".
                88 GRADE-FOUND           VALUE "Y".
                88 GRADE-NOT-FOUND       VALUE "N".
            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".

      *     THE BAND TABLE, KEPT IN GRADE ORDER AS IT IS BUILT (THE
      *     SLOT SEARCH IS ALSO THE DUPLICATE TEST), WITH THE
      *     COMPA-RATIO ACCUMULATORS FOR THE GRADE SUMMARY.  THE
      *     LIMIT MATCHES THE 50-ENTRY TABLE EVERY PROGRAM THAT
      *     READS GRADETBL.DAT LOADS IT INTO.
        01  WS-GRADE-TABLE.
            03 WS-GRADE-LIMIT         PIC 9(03) COMP VALUE 50.
            03 WS-GRADE-COUNT         PIC 9(03) COMP VALUE ZERO.
            03 WS-GRADE-ENTRY OCCURS 50 TIMES.
                05 WS-GE-GRADE        PIC X(02).
                05 WS-GE-MIN          PIC 9(7)V99.
                05 WS-GE-MAX          PIC 9(7)V99.
                05 WS-GE-MID          PIC 9(7)V99.
                05 WS-GE-HEADS        PIC 9(07) COMP.
                05 WS-GE-BELOW        PIC 9(07) COMP.
                05 WS-GE-ABOVE        PIC 9(07) COMP.
                05 WS-GE-RATIO-SUM    PIC 9(07)V9(4) COMP.

        01  WS-WANT-GRADE            PIC X(02).
        01  WS-GRADE-SUB             PIC 9(03) COMP.
        01  WS-PAIR-SUB              PIC 9(03) COMP.

      *     DEPARTMENT-WITHIN-GRADE COMPA-RATIO TOTALS, KEPT IN
      *     GRADE/DEPARTMENT ORDER AS THEY ARE BUILT THE WAY
      *     SF5DEPT KEEPS ITS HEADCOUNT TABLE.
        01  WS-DG-TABLE.
            03 WS-DG-LIMIT            PIC 9(03) COMP VALUE 500.
            03 WS-DG-COUNT            PIC 9(03) COMP VALUE ZERO.
            03 WS-DG-ENTRY OCCURS 500 TIMES.
                05 WS-DGE-KEY.
                    07 WS-DGE-GRADE   PIC X(02).
                    07 WS-DGE-DEPT    PIC X(04).
                05 WS-DGE-HEADS       PIC 9(07) COMP.
                05 WS-DGE-BELOW       PIC 9(07) COMP.
                05 WS-DGE-ABOVE       PIC 9(07) COMP.
                05 WS-DGE-RATIO-SUM   PIC 9(07)V9(4) COMP.

        01  WS-DG-WANT.
            03 WS-DGW-GRADE          PIC X(02).
            03 WS-DGW-DEPT           PIC X(04).

        01  WS-SUB                   PIC 9(03) COMP.
        01  WS-SLOT                  PIC 9(03) COMP.
        01  WS-SHIFT                 PIC 9(03) COMP.

        01  WS-IMPACT-WORK.
            03 WS-IW-RATIO           PIC 9(03)V9(4).
            03 WS-IW-GAP             PIC 9(7)V99.
            03 WS-IW-AVG-RATIO       PIC 9(03)V9(4).

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-LOADED         PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-REJECTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-READ            PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-SKIPPED         PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-IN-BAND         PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-BELOW           PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-ABOVE           PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-NO-GRADE        PIC 9(09) COMP VALUE ZERO.

        01  WS-HEADING-LINE.
            03 FILLER                PIC X(44) VALUE
               "SF5GLOAD RESTRICTED GRADE BAND LOAD/IMPACT -".
            03 FILLER                PIC X(11) VALUE " RUN DATE: ".
            03 WS-HEAD-DATE          PIC 9(08).
            03 FILLER                PIC X(47) VALUE SPACE.

        01  WS-REJECT-LINE.
            03 FILLER                PIC X(09) VALUE "REJECTED ".
            03 WS-REJ-IMAGE          PIC X(20).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-REJ-REASON         PIC X(40).
            03 FILLER                PIC X(39) VALUE SPACE.

        01  WS-BAND-LINE.
            03 FILLER                PIC X(06) VALUE "GRADE ".
            03 WS-BND-GRADE          PIC X(02).
            03 FILLER                PIC X(06) VALUE "  MIN ".
            03 WS-BND-MIN            PIC Z(6)9.99.
            03 FILLER                PIC X(06) VALUE "  MAX ".
            03 WS-BND-MAX            PIC Z(6)9.99.
            03 FILLER                PIC X(06) VALUE "  MID ".
            03 WS-BND-MID            PIC Z(6)9.99.
            03 FILLER                PIC X(54) VALUE SPACE.

        01  WS-IMPACT-HEADING.
            03 FILLER                PIC X(06) VALUE "ID    ".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(16) VALUE "FIRST NAME".
            03 FILLER                PIC X(06) VALUE "DEPT  ".
            03 FILLER                PIC X(03) VALUE "ST ".
            03 FILLER                PIC X(03) VALUE "GR ".
            03 FILLER                PIC X(11) VALUE "    SALARY ".
            03 FILLER                PIC X(11) VALUE "   BAND MIN".
            03 FILLER                PIC X(11) VALUE "   BAND MAX".
            03 FILLER                PIC X(11) VALUE "  SHORT/OVR".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(09) VALUE "POSITION".

        01  WS-IMPACT-LINE.
            03 WS-IMP-ID             PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-IMP-LNAME          PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-NAME           PIC X(15).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-DEPT           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-IMP-STATUS         PIC X(01).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-IMP-GRADE          PIC X(02).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-SALARY         PIC Z(6)9.99.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-MIN            PIC Z(6)9.99.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-MAX            PIC Z(6)9.99.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-IMP-GAP            PIC Z(6)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-IMP-NOTE           PIC X(19).

        01  WS-COMPA-HEADING.
            03 FILLER                PIC X(06) VALUE "GRADE ".
            03 FILLER                PIC X(06) VALUE "DEPT  ".
            03 FILLER                PIC X(08) VALUE "   HEADS".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(08) VALUE "   BELOW".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(08) VALUE "   ABOVE".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(11) VALUE "COMPA-RATIO".
            03 FILLER                PIC X(57) VALUE SPACE.

        01  WS-COMPA-LINE.
            03 WS-CMP-GRADE          PIC X(02).
            03 FILLER                PIC X(04) VALUE SPACE.
            03 WS-CMP-DEPT           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-CMP-HEADS          PIC Z(7)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-CMP-BELOW          PIC Z(7)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-CMP-ABOVE          PIC Z(7)9.
            03 FILLER                PIC X(05) VALUE SPACE.
            03 WS-CMP-RATIO          PIC ZZ9.999.
            03 FILLER                PIC X(58) VALUE SPACE.

        01  WS-COUNT-LINE.
            03 WS-CNT-TEXT           PIC X(34).
            03 WS-CNT-VALUE          PIC Z(8)9.
            03 FILLER                PIC X(67) VALUE SPACE.

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            IF IMPACT-ONLY
               PERFORM 1300-LOAD-STANDING-TABLE
                  THRU 1300-LOAD-STANDING-TABLE-EXIT
            ELSE
               PERFORM 2000-LOAD-SOURCE
                  THRU 2000-LOAD-SOURCE-EXIT
            END-IF.

            IF TABLE-READY
               PERFORM 4000-IMPACT-REPORT
                  THRU 4000-IMPACT-REPORT-EXIT
               PERFORM 5000-PRINT-COMPA-SUMMARY
                  THRU 5000-PRINT-COMPA-SUMMARY-EXIT
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE RUN MODE FROM THE PARAMETER    *
      * AND OPEN THE REPORT.                                      *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM(1:6) = "IMPACT"
               SET IMPACT-ONLY TO TRUE
            END-IF.

            OPEN OUTPUT GRADERPT.
            IF ST-GRADERPT NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON GRADERPT.DAT, STATUS "
                  ST-GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-RUN-DATE TO WS-HEAD-DATE.
            WRITE REPORT-LINE FROM WS-HEADING-LINE.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-LOAD-STANDING-TABLE - IMPACT-ONLY RUN: TAKE THE      *
      * BANDS AS THEY STAND ON GRADETBL.DAT.                      *
      *----------------------------------------------------------*
        1300-LOAD-STANDING-TABLE.
            OPEN INPUT GRADETBL.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON GRADETBL.DAT, STATUS "
                  ST-GRADETBL
               CLOSE GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 1310-LOAD-ONE-GRADE
               THRU 1310-LOAD-ONE-GRADE-EXIT
               UNTIL GRADETBL-EOF.
            CLOSE GRADETBL.

            MOVE "IMPACT OF THE STANDING GRADETBL.DAT BANDS"
               TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM 2700-LIST-BANDS
               THRU 2700-LIST-BANDS-EXIT.
            SET TABLE-READY TO TRUE.

        1300-LOAD-STANDING-TABLE-EXIT.
            EXIT.

        1310-LOAD-ONE-GRADE.
            READ GRADETBL
               AT END
                  SET GRADETBL-EOF TO TRUE
                  GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-READ.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5GLOAD: BAD READ ON GRADETBL.DAT, STATUS "
                  ST-GRADETBL ", REMAINING GRADES SKIPPED"
               SET GRADETBL-EOF TO TRUE
               GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-IF.
            IF WS-GRADE-COUNT >= WS-GRADE-LIMIT
               DISPLAY "SF5GLOAD: GRADE TABLE FULL AT "
                  WS-GRADE-LIMIT ", REMAINING GRADES SKIPPED"
               SET GRADETBL-EOF TO TRUE
               GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-IF.
      *     THE TABLE IS ONLY SUPPOSED TO BE WRITTEN IN GRADE
      *     ORDER, BUT A HAND-EDITED ONE MAY NOT BE - EACH GRADE IS
      *     SLOTTED INTO PLACE AS THE BUILD DOES, SO 2200 CAN STOP
      *     AT THE FIRST LARGER GRADE.
            MOVE GB-GRADE TO WS-WANT-GRADE.
            PERFORM 2200-FIND-GRADE-SLOT
               THRU 2200-FIND-GRADE-SLOT-EXIT.
            IF GRADE-FOUND
               DISPLAY "SF5GLOAD: GRADE " GB-GRADE " IS ON "
                  "GRADETBL.DAT TWICE, SECOND BAND IGNORED"
               GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-IF.
            MOVE WS-GRADE-COUNT TO WS-SHIFT.
            PERFORM 2230-SHIFT-ONE-DOWN
               THRU 2230-SHIFT-ONE-DOWN-EXIT
               UNTIL WS-SHIFT < WS-SLOT.
            ADD 1 TO WS-GRADE-COUNT.
            MOVE GB-GRADE TO WS-GE-GRADE(WS-SLOT).
            MOVE GB-MIN TO WS-GE-MIN(WS-SLOT).
            MOVE GB-MAX TO WS-GE-MAX(WS-SLOT).
            PERFORM 2250-CLEAR-GRADE-SLOT
               THRU 2250-CLEAR-GRADE-SLOT-EXIT.

        1310-LOAD-ONE-GRADE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-LOAD-SOURCE - READ AND EDIT THE WHOLE SOURCE, THEN   *
      * PROVE NO TWO BANDS OVERLAP.  ONLY A SOURCE WITH NOTHING   *
      * REJECTED REPLACES GRADETBL.DAT, AND AN EMPTY SOURCE IS    *
      * REFUSED OUTRIGHT (RC 8) RATHER THAN EMPTYING THE TABLE.   *
      *----------------------------------------------------------*
        2000-LOAD-SOURCE.
            OPEN INPUT GRADDATA.
            IF ST-GRADDATA NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON GRADDATA.DAT, STATUS "
                  ST-GRADDATA
               CLOSE GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 2900-READ-SOURCE-REC
               THRU 2900-READ-SOURCE-REC-EXIT.
            PERFORM 2100-EDIT-ONE-BAND
               THRU 2100-EDIT-ONE-BAND-EXIT
               UNTIL ENDOFFILE.
            CLOSE GRADDATA.

            MOVE 1 TO WS-GRADE-SUB.
            PERFORM 2300-CHECK-OVERLAPS
               THRU 2300-CHECK-OVERLAPS-EXIT
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

            IF WS-RECS-READ = ZERO AND WS-RECS-REJECTED = ZERO
               DISPLAY "SF5GLOAD: GRADDATA.DAT IS EMPTY - STANDING "
                  "GRADETBL.DAT KEPT"
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "SOURCE EMPTY - NOTHING TO LOAD" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 8 TO RETURN-CODE
            END-IF.

            IF WS-RECS-REJECTED > ZERO OR WS-GRADE-COUNT = ZERO
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "SOURCE REJECTED - STANDING GRADETBL.DAT KEPT"
                  TO REPORT-LINE
               WRITE REPORT-LINE
               GO TO 2000-LOAD-SOURCE-EXIT
            END-IF.

            PERFORM 2600-WRITE-GRADE-TABLE
               THRU 2600-WRITE-GRADE-TABLE-EXIT.

        2000-LOAD-SOURCE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-EDIT-ONE-BAND - EDIT ONE SOURCE LINE AND SLOT IT     *
      * INTO THE TABLE IN GRADE ORDER.  FINDING THE GRADE ALREADY *
      * IN ITS SLOT IS THE DUPLICATE TEST.                        *
      *----------------------------------------------------------*
        2100-EDIT-ONE-BAND.
            IF GS-GRADE = SPACE OR GS-GRADE = LOW-VALUE
               MOVE "BLANK GRADE CODE" TO WS-REJ-REASON
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2100-EDIT-ONE-BAND-NEXT
            END-IF.
            IF GS-MIN-X IS NOT NUMERIC OR GS-MAX-X IS NOT NUMERIC
               MOVE "BAND AMOUNT NOT NUMERIC" TO WS-REJ-REASON
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2100-EDIT-ONE-BAND-NEXT
            END-IF.
            IF GS-MIN > GS-MAX
               MOVE "INVERTED BAND - MINIMUM OVER MAXIMUM"
                  TO WS-REJ-REASON
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2100-EDIT-ONE-BAND-NEXT
            END-IF.

            MOVE GS-GRADE TO WS-WANT-GRADE.
            PERFORM 2200-FIND-GRADE-SLOT
               THRU 2200-FIND-GRADE-SLOT-EXIT.
            IF GRADE-FOUND
               MOVE "DUPLICATE GRADE CODE" TO WS-REJ-REASON
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2100-EDIT-ONE-BAND-NEXT
            END-IF.
            IF WS-GRADE-COUNT >= WS-GRADE-LIMIT
               MOVE "GRADE TABLE FULL" TO WS-REJ-REASON
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2100-EDIT-ONE-BAND-NEXT
            END-IF.

            MOVE WS-GRADE-COUNT TO WS-SHIFT.
            PERFORM 2230-SHIFT-ONE-DOWN
               THRU 2230-SHIFT-ONE-DOWN-EXIT
               UNTIL WS-SHIFT < WS-SLOT.
            ADD 1 TO WS-GRADE-COUNT.
            MOVE GS-GRADE TO WS-GE-GRADE(WS-SLOT).
            MOVE GS-MIN TO WS-GE-MIN(WS-SLOT).
            MOVE GS-MAX TO WS-GE-MAX(WS-SLOT).
            PERFORM 2250-CLEAR-GRADE-SLOT
               THRU 2250-CLEAR-GRADE-SLOT-EXIT.

        2100-EDIT-ONE-BAND-NEXT.
            PERFORM 2900-READ-SOURCE-REC
               THRU 2900-READ-SOURCE-REC-EXIT.

        2100-EDIT-ONE-BAND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-FIND-GRADE-SLOT - LOCATE WS-WANT-GRADE IN THE GRADE- *
      * ORDERED TABLE.  WS-SLOT COMES BACK AS EITHER THE          *
      * MATCHING ENTRY OR THE POSITION THE GRADE BELONGS IN.      *
      *----------------------------------------------------------*
        2200-FIND-GRADE-SLOT.
            SET GRADE-NOT-FOUND TO TRUE.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-SLOT.
            PERFORM 2210-SCAN-ONE-SLOT
               THRU 2210-SCAN-ONE-SLOT-EXIT
               UNTIL SCAN-DONE.

        2200-FIND-GRADE-SLOT-EXIT.
            EXIT.

        2210-SCAN-ONE-SLOT.
            IF WS-SLOT > WS-GRADE-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 2210-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-GE-GRADE(WS-SLOT) = WS-WANT-GRADE
               SET GRADE-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 2210-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-GE-GRADE(WS-SLOT) > WS-WANT-GRADE
               SET SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-SLOT
            END-IF.

        2210-SCAN-ONE-SLOT-EXIT.
            EXIT.

        2230-SHIFT-ONE-DOWN.
            ADD 1 WS-SHIFT GIVING WS-SUB.
            MOVE WS-GRADE-ENTRY(WS-SHIFT) TO WS-GRADE-ENTRY(WS-SUB).
            SUBTRACT 1 FROM WS-SHIFT.

        2230-SHIFT-ONE-DOWN-EXIT.
            EXIT.

      *     THE MIDPOINT IS WORKED OUT ONCE HERE FOR THE COMPA-
      *     RATIO, AND THE ACCUMULATORS ARE ZEROED.
        2250-CLEAR-GRADE-SLOT.
            COMPUTE WS-GE-MID(WS-SLOT) ROUNDED =
               (WS-GE-MIN(WS-SLOT) + WS-GE-MAX(WS-SLOT)) / 2.
            MOVE ZERO TO WS-GE-HEADS(WS-SLOT).
            MOVE ZERO TO WS-GE-BELOW(WS-SLOT).
            MOVE ZERO TO WS-GE-ABOVE(WS-SLOT).
            MOVE ZERO TO WS-GE-RATIO-SUM(WS-SLOT).

        2250-CLEAR-GRADE-SLOT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-CHECK-OVERLAPS - TEST EACH BAND AGAINST EVERY BAND   *
      * AFTER IT.  TWO BANDS OVERLAP WHEN EACH ONE'S MINIMUM IS   *
      * AT OR BELOW THE OTHER'S MAXIMUM - A SALARY THERE WOULD    *
      * SIT IN BOTH GRADES.  EVERY OVERLAPPING PAIR IS REPORTED.  *
      *----------------------------------------------------------*
        2300-CHECK-OVERLAPS.
            ADD 1 WS-GRADE-SUB GIVING WS-PAIR-SUB.
            PERFORM 2310-TEST-ONE-PAIR
               THRU 2310-TEST-ONE-PAIR-EXIT
               UNTIL WS-PAIR-SUB > WS-GRADE-COUNT.
            ADD 1 TO WS-GRADE-SUB.

        2300-CHECK-OVERLAPS-EXIT.
            EXIT.

        2310-TEST-ONE-PAIR.
            IF WS-GE-MIN(WS-GRADE-SUB) <= WS-GE-MAX(WS-PAIR-SUB)
               AND WS-GE-MIN(WS-PAIR-SUB) <= WS-GE-MAX(WS-GRADE-SUB)
               MOVE SPACE TO WS-REJ-IMAGE
               MOVE WS-GE-GRADE(WS-GRADE-SUB) TO WS-REJ-IMAGE(1:2)
               MOVE "/" TO WS-REJ-IMAGE(3:1)
               MOVE WS-GE-GRADE(WS-PAIR-SUB) TO WS-REJ-IMAGE(4:2)
               MOVE "BANDS OVERLAP" TO WS-REJ-REASON
               WRITE REPORT-LINE FROM WS-REJECT-LINE
               ADD 1 TO WS-RECS-REJECTED
            END-IF.
            ADD 1 TO WS-PAIR-SUB.

        2310-TEST-ONE-PAIR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2600-WRITE-GRADE-TABLE - REPLACE GRADETBL.DAT WITH THE    *
      * EDITED BANDS, IN GRADE ORDER, AND LIST THEM ON THE        *
      * REPORT.                                                   *
      *----------------------------------------------------------*
        2600-WRITE-GRADE-TABLE.
            OPEN OUTPUT GRADETBL.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON GRADETBL.DAT, STATUS "
                  ST-GRADETBL
               CLOSE GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE 1 TO WS-GRADE-SUB.
            PERFORM 2610-WRITE-ONE-GRADE
               THRU 2610-WRITE-ONE-GRADE-EXIT
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.
            CLOSE GRADETBL.

            MOVE "GRADETBL.DAT RELOADED WITH THESE BANDS"
               TO REPORT-LINE.
            WRITE REPORT-LINE.
            PERFORM 2700-LIST-BANDS
               THRU 2700-LIST-BANDS-EXIT.
            SET TABLE-READY TO TRUE.

        2600-WRITE-GRADE-TABLE-EXIT.
            EXIT.

        2610-WRITE-ONE-GRADE.
            MOVE WS-GE-GRADE(WS-GRADE-SUB) TO GB-GRADE.
            MOVE WS-GE-MIN(WS-GRADE-SUB) TO GB-MIN.
            MOVE WS-GE-MAX(WS-GRADE-SUB) TO GB-MAX.
            WRITE GRADE-BAND-REC.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5GLOAD: BAD WRITE ON GRADETBL.DAT, STATUS "
                  ST-GRADETBL ", GRADE " GB-GRADE
               CLOSE GRADETBL
               CLOSE GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-RECS-LOADED.
            ADD 1 TO WS-GRADE-SUB.

        2610-WRITE-ONE-GRADE-EXIT.
            EXIT.

        2700-LIST-BANDS.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 1 TO WS-GRADE-SUB.
            PERFORM 2710-LIST-ONE-BAND
               THRU 2710-LIST-ONE-BAND-EXIT
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

        2700-LIST-BANDS-EXIT.
            EXIT.

        2710-LIST-ONE-BAND.
            MOVE WS-GE-GRADE(WS-GRADE-SUB) TO WS-BND-GRADE.
            MOVE WS-GE-MIN(WS-GRADE-SUB) TO WS-BND-MIN.
            MOVE WS-GE-MAX(WS-GRADE-SUB) TO WS-BND-MAX.
            MOVE WS-GE-MID(WS-GRADE-SUB) TO WS-BND-MID.
            WRITE REPORT-LINE FROM WS-BAND-LINE.
            ADD 1 TO WS-GRADE-SUB.

        2710-LIST-ONE-BAND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-WRITE-REJECT-LINE - LIST ONE REJECTED SOURCE LINE    *
      * WITH THE REASON THE CALLER LEFT IN WS-REJ-REASON.         *
      *----------------------------------------------------------*
        2800-WRITE-REJECT-LINE.
            MOVE GRADE-SOURCE-REC TO WS-REJ-IMAGE.
            WRITE REPORT-LINE FROM WS-REJECT-LINE.
            ADD 1 TO WS-RECS-REJECTED.

        2800-WRITE-REJECT-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-SOURCE-REC - READ THE NEXT SOURCE RECORD AND    *
      * CHECK ITS FILE STATUS.  A SOURCE THAT CANNOT BE READ      *
      * THROUGH COUNTS AS A REJECTION - A TRUNCATED TABLE MUST    *
      * NOT REPLACE A WHOLE ONE.                                  *
      *----------------------------------------------------------*
        2900-READ-SOURCE-REC.
            READ GRADDATA
               AT END SET ENDOFFILE TO TRUE
            END-READ.
            IF NOT ENDOFFILE
               IF ST-GRADDATA NOT = "00"
                  DISPLAY "SF5GLOAD: BAD READ ON GRADDATA.DAT, "
                     "STATUS " ST-GRADDATA
                  ADD 1 TO WS-RECS-REJECTED
                  SET ENDOFFILE TO TRUE
               ELSE
                  ADD 1 TO WS-RECS-READ
               END-IF
            END-IF.

        2900-READ-SOURCE-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-IMPACT-REPORT - WALK THE PAY FILE AGAINST THE BANDS  *
      * NOW IN FORCE.  TERMINATED EMPLOYEES KEEP THEIR PAY        *
      * RECORD BUT DRAW NO PAY, SO THEY ARE LEFT OUT OF BOTH THE  *
      * LISTING AND THE COMPA-RATIOS.  THE MASTER IS NEEDED FOR   *
      * THE STATUS; A PAY RECORD WITH NO MASTER IS LISTED WITH    *
      * "?" SO PAYROLL CAN CLEAN IT UP.                           *
      *----------------------------------------------------------*
        4000-IMPACT-REPORT.
            OPEN INPUT EMPPAY.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY ", NO IMPACT REPORTED"
               MOVE 12 TO RETURN-CODE
               GO TO 4000-IMPACT-REPORT-EXIT
            END-IF.
            OPEN INPUT EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5GLOAD: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", NO IMPACT REPORTED"
               CLOSE EMPPAY
               MOVE 12 TO RETURN-CODE
               GO TO 4000-IMPACT-REPORT-EXIT
            END-IF.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "EMPLOYEES OUTSIDE THEIR BAND" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-IMPACT-HEADING.

            PERFORM 4900-READ-PAY-REC
               THRU 4900-READ-PAY-REC-EXIT.
            PERFORM 4100-CHECK-ONE-EMPLOYEE
               THRU 4100-CHECK-ONE-EMPLOYEE-EXIT
               UNTIL PAY-EOF.

            CLOSE EMPPAY.
            CLOSE EMPMSTR.

        4000-IMPACT-REPORT-EXIT.
            EXIT.

        4100-CHECK-ONE-EMPLOYEE.
            MOVE PAY-ID TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  MOVE SPACE TO MASTER-EMPLOYEES
                  MOVE PAY-ID TO MST-ID
                  MOVE "?" TO MST-STATUS
            END-READ.
            IF ST-MASTER NOT = "00" AND ST-MASTER NOT = "23"
               DISPLAY "SF5GLOAD: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", EMP-ID " PAY-ID
               CLOSE EMPPAY
               CLOSE EMPMSTR
               CLOSE GRADERPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF MST-TERMINATED
               ADD 1 TO WS-PAY-SKIPPED
               GO TO 4100-CHECK-ONE-EMPLOYEE-NEXT
            END-IF.

            MOVE PAY-GRADE TO WS-WANT-GRADE.
            PERFORM 2200-FIND-GRADE-SLOT
               THRU 2200-FIND-GRADE-SLOT-EXIT.
            IF GRADE-NOT-FOUND
               ADD 1 TO WS-PAY-NO-GRADE
               MOVE ZERO TO WS-IMP-MIN
               MOVE ZERO TO WS-IMP-MAX
               MOVE ZERO TO WS-IMP-GAP
               MOVE "GRADE NOT ON TABLE" TO WS-IMP-NOTE
               PERFORM 4200-WRITE-IMPACT-LINE
                  THRU 4200-WRITE-IMPACT-LINE-EXIT
               GO TO 4100-CHECK-ONE-EMPLOYEE-NEXT
            END-IF.

            MOVE WS-GE-MIN(WS-SLOT) TO WS-IMP-MIN.
            MOVE WS-GE-MAX(WS-SLOT) TO WS-IMP-MAX.
            MOVE MST-DEPT TO WS-DGW-DEPT.
            MOVE PAY-GRADE TO WS-DGW-GRADE.
            PERFORM 4300-FIND-DG-SLOT
               THRU 4300-FIND-DG-SLOT-EXIT.

            IF WS-GE-MID(WS-SLOT) > ZERO
               COMPUTE WS-IW-RATIO ROUNDED =
                  PAY-SALARY / WS-GE-MID(WS-SLOT)
                  ON SIZE ERROR
                     MOVE 999.9999 TO WS-IW-RATIO
               END-COMPUTE
            ELSE
               MOVE ZERO TO WS-IW-RATIO
            END-IF.
            ADD 1 TO WS-GE-HEADS(WS-SLOT).
            ADD WS-IW-RATIO TO WS-GE-RATIO-SUM(WS-SLOT).
            ADD 1 TO WS-DGE-HEADS(WS-SUB).
            ADD WS-IW-RATIO TO WS-DGE-RATIO-SUM(WS-SUB).

            EVALUATE TRUE
               WHEN PAY-SALARY < WS-GE-MIN(WS-SLOT)
                  ADD 1 TO WS-PAY-BELOW
                  ADD 1 TO WS-GE-BELOW(WS-SLOT)
                  ADD 1 TO WS-DGE-BELOW(WS-SUB)
                  SUBTRACT PAY-SALARY FROM WS-GE-MIN(WS-SLOT)
                     GIVING WS-IW-GAP
                  MOVE WS-IW-GAP TO WS-IMP-GAP
                  MOVE "BELOW MIN - SHORT" TO WS-IMP-NOTE
                  PERFORM 4200-WRITE-IMPACT-LINE
                     THRU 4200-WRITE-IMPACT-LINE-EXIT
               WHEN PAY-SALARY > WS-GE-MAX(WS-SLOT)
                  ADD 1 TO WS-PAY-ABOVE
                  ADD 1 TO WS-GE-ABOVE(WS-SLOT)
                  ADD 1 TO WS-DGE-ABOVE(WS-SUB)
                  SUBTRACT WS-GE-MAX(WS-SLOT) FROM PAY-SALARY
                     GIVING WS-IW-GAP
                  MOVE WS-IW-GAP TO WS-IMP-GAP
                  MOVE "ABOVE MAX - OVER" TO WS-IMP-NOTE
                  PERFORM 4200-WRITE-IMPACT-LINE
                     THRU 4200-WRITE-IMPACT-LINE-EXIT
               WHEN OTHER
                  ADD 1 TO WS-PAY-IN-BAND
            END-EVALUATE.

        4100-CHECK-ONE-EMPLOYEE-NEXT.
            PERFORM 4900-READ-PAY-REC
               THRU 4900-READ-PAY-REC-EXIT.

        4100-CHECK-ONE-EMPLOYEE-EXIT.
            EXIT.

        4200-WRITE-IMPACT-LINE.
            MOVE PAY-ID TO WS-IMP-ID.
            MOVE MST-LNAME TO WS-IMP-LNAME.
            MOVE MST-NAME TO WS-IMP-NAME.
            MOVE MST-DEPT TO WS-IMP-DEPT.
            MOVE MST-STATUS TO WS-IMP-STATUS.
            MOVE PAY-GRADE TO WS-IMP-GRADE.
            MOVE PAY-SALARY TO WS-IMP-SALARY.
            WRITE REPORT-LINE FROM WS-IMPACT-LINE.

        4200-WRITE-IMPACT-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4300-FIND-DG-SLOT - LOCATE (OR SLOT IN, IN GRADE/DEPT     *
      * ORDER) THE COMPA-RATIO ENTRY FOR WS-DG-WANT.  WS-SUB      *
      * COMES BACK POINTING AT IT.  A FULL TABLE LUMPS THE        *
      * OVERFLOW INTO THE LAST ENTRY, WITH A WARNING, THE WAY     *
      * SF5DEPT DOES.                                             *
      *----------------------------------------------------------*
        4300-FIND-DG-SLOT.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-SUB.
            PERFORM 4310-SCAN-ONE-DG
               THRU 4310-SCAN-ONE-DG-EXIT
               UNTIL SCAN-DONE.
            IF WS-SUB <= WS-DG-COUNT
               IF WS-DGE-KEY(WS-SUB) = WS-DG-WANT
                  GO TO 4300-FIND-DG-SLOT-EXIT
               END-IF
            END-IF.

            IF WS-DG-COUNT >= WS-DG-LIMIT
               DISPLAY "SF5GLOAD: GRADE/DEPT TABLE FULL AT "
                  WS-DG-LIMIT ", " WS-DG-WANT
                  " LUMPED INTO LAST ENTRY"
               MOVE WS-DG-LIMIT TO WS-SUB
               GO TO 4300-FIND-DG-SLOT-EXIT
            END-IF.

            MOVE WS-DG-COUNT TO WS-SHIFT.
            PERFORM 4320-SHIFT-ONE-DG
               THRU 4320-SHIFT-ONE-DG-EXIT
               UNTIL WS-SHIFT < WS-SUB.
            ADD 1 TO WS-DG-COUNT.
            MOVE WS-DG-WANT TO WS-DGE-KEY(WS-SUB).
            MOVE ZERO TO WS-DGE-HEADS(WS-SUB).
            MOVE ZERO TO WS-DGE-BELOW(WS-SUB).
            MOVE ZERO TO WS-DGE-ABOVE(WS-SUB).
            MOVE ZERO TO WS-DGE-RATIO-SUM(WS-SUB).

        4300-FIND-DG-SLOT-EXIT.
            EXIT.

        4310-SCAN-ONE-DG.
            IF WS-SUB > WS-DG-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 4310-SCAN-ONE-DG-EXIT
            END-IF.
            IF WS-DGE-KEY(WS-SUB) >= WS-DG-WANT
               SET SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-SUB
            END-IF.

        4310-SCAN-ONE-DG-EXIT.
            EXIT.

        4320-SHIFT-ONE-DG.
            ADD 1 WS-SHIFT GIVING WS-PAIR-SUB.
            MOVE WS-DG-ENTRY(WS-SHIFT) TO WS-DG-ENTRY(WS-PAIR-SUB).
            SUBTRACT 1 FROM WS-SHIFT.

        4320-SHIFT-ONE-DG-EXIT.
            EXIT.

        4900-READ-PAY-REC.
            READ EMPPAY
               AT END SET PAY-EOF TO TRUE
            END-READ.
            IF NOT PAY-EOF
               IF ST-EMPPAY NOT = "00"
                  DISPLAY "SF5GLOAD: BAD READ ON EMPPAY.DAT, STATUS "
                     ST-EMPPAY
                  SET PAY-EOF TO TRUE
               ELSE
                  ADD 1 TO WS-PAY-READ
               END-IF
            END-IF.

        4900-READ-PAY-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5000-PRINT-COMPA-SUMMARY - AVERAGE COMPA-RATIO (1.000 =   *
      * PAID AT THE BAND MIDPOINT) BY GRADE, THEN BY DEPARTMENT   *
      * WITHIN GRADE, WITH THE BELOW/ABOVE-BAND HEADS ALONGSIDE.  *
      *----------------------------------------------------------*
        5000-PRINT-COMPA-SUMMARY.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "COMPA-RATIO BY GRADE" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-COMPA-HEADING.
            MOVE 1 TO WS-GRADE-SUB.
            PERFORM 5100-PRINT-ONE-GRADE
               THRU 5100-PRINT-ONE-GRADE-EXIT
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "COMPA-RATIO BY DEPARTMENT WITHIN GRADE"
               TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-COMPA-HEADING.
            MOVE 1 TO WS-SUB.
            PERFORM 5200-PRINT-ONE-DG
               THRU 5200-PRINT-ONE-DG-EXIT
               UNTIL WS-SUB > WS-DG-COUNT.

        5000-PRINT-COMPA-SUMMARY-EXIT.
            EXIT.

        5100-PRINT-ONE-GRADE.
            MOVE WS-GE-GRADE(WS-GRADE-SUB) TO WS-CMP-GRADE.
            MOVE "ALL " TO WS-CMP-DEPT.
            MOVE WS-GE-HEADS(WS-GRADE-SUB) TO WS-CMP-HEADS.
            MOVE WS-GE-BELOW(WS-GRADE-SUB) TO WS-CMP-BELOW.
            MOVE WS-GE-ABOVE(WS-GRADE-SUB) TO WS-CMP-ABOVE.
            MOVE ZERO TO WS-IW-AVG-RATIO.
            IF WS-GE-HEADS(WS-GRADE-SUB) > ZERO
               DIVIDE WS-GE-RATIO-SUM(WS-GRADE-SUB)
                  BY WS-GE-HEADS(WS-GRADE-SUB)
                  GIVING WS-IW-AVG-RATIO ROUNDED
            END-IF.
            MOVE WS-IW-AVG-RATIO TO WS-CMP-RATIO.
            WRITE REPORT-LINE FROM WS-COMPA-LINE.
            ADD 1 TO WS-GRADE-SUB.

        5100-PRINT-ONE-GRADE-EXIT.
            EXIT.

        5200-PRINT-ONE-DG.
            MOVE WS-DGE-GRADE(WS-SUB) TO WS-CMP-GRADE.
            MOVE WS-DGE-DEPT(WS-SUB) TO WS-CMP-DEPT.
            MOVE WS-DGE-HEADS(WS-SUB) TO WS-CMP-HEADS.
            MOVE WS-DGE-BELOW(WS-SUB) TO WS-CMP-BELOW.
            MOVE WS-DGE-ABOVE(WS-SUB) TO WS-CMP-ABOVE.
            MOVE ZERO TO WS-IW-AVG-RATIO.
            IF WS-DGE-HEADS(WS-SUB) > ZERO
               DIVIDE WS-DGE-RATIO-SUM(WS-SUB)
                  BY WS-DGE-HEADS(WS-SUB)
                  GIVING WS-IW-AVG-RATIO ROUNDED
            END-IF.
            MOVE WS-IW-AVG-RATIO TO WS-CMP-RATIO.
            WRITE REPORT-LINE FROM WS-COMPA-LINE.
            ADD 1 TO WS-SUB.

        5200-PRINT-ONE-DG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - WRITE THE COUNTS, CLOSE THE REPORT     *
      * AND SET THE RETURN CODE.                                  *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            IF NOT IMPACT-ONLY
               MOVE "SOURCE RECORDS READ.............: "
                  TO WS-CNT-TEXT
               MOVE WS-RECS-READ TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "REJECTIONS......................: "
                  TO WS-CNT-TEXT
               MOVE WS-RECS-REJECTED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "GRADES LOADED...................: "
                  TO WS-CNT-TEXT
               MOVE WS-RECS-LOADED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
            END-IF.
            IF TABLE-READY
               MOVE "PAY RECORDS READ................: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-READ TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "TERMINATED, NOT CHECKED.........: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-SKIPPED TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "INSIDE THEIR BAND...............: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-IN-BAND TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "BELOW BAND MINIMUM..............: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-BELOW TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "ABOVE BAND MAXIMUM..............: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-ABOVE TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
               MOVE "GRADE NOT ON THE TABLE..........: "
                  TO WS-CNT-TEXT
               MOVE WS-PAY-NO-GRADE TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
            END-IF.

            CLOSE GRADERPT.

            IF NOT IMPACT-ONLY
               MOVE WS-RECS-LOADED TO WS-COUNT-ED
               DISPLAY "SF5GLOAD: GRADES LOADED.......: " WS-COUNT-ED
               MOVE WS-RECS-REJECTED TO WS-COUNT-ED
               DISPLAY "SF5GLOAD: REJECTIONS..........: " WS-COUNT-ED
            END-IF.
            ADD WS-PAY-BELOW WS-PAY-ABOVE GIVING WS-COUNT-ED.
            DISPLAY "SF5GLOAD: OUTSIDE THEIR BAND..: " WS-COUNT-ED.

            IF WS-RECS-REJECTED > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
            END-IF.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5GLOAD.
