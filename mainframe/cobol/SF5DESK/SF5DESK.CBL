        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5DESK.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - OPERATOR PROGRAM   *
      *                    FOR THE HR DESK.  THE CLERK SIGNS ON  *
      *                    WITH A CLERK ID, THEN LOOKS AN        *
      *                    EMPLOYEE UP ON EMPMSTR.DAT BY EMP-ID  *
      *                    OR BY THE LEADING LETTERS OF THE LAST *
      *                    NAME (TEN HITS TO A PAGE), SEES THE   *
      *                    WHOLE RECORD WITH THE DEPARTMENT NAME *
      *                    FROM DEPTMSTR.DAT AND THE LATEST      *
      *                    EMPHIST.DAT ENTRIES, AND MAY KEY AN   *
      *                    ADD, CHANGE, DELETE, REHIRE, LEAVE OR *
      *                    RETURN.  A KEYED TRANSACTION GETS THE *
      *                    SAME EDITS SF5EDIT GIVES THE NIGHT'S  *
      *                    FILE (CALENDAR DATES, DEPARTMENT ON   *
      *                    FILE AND OPEN, LEGAL STATUS MOVES);   *
      *                    ONE THAT FAILS IS REFUSED ON THE      *
      *                    SPOT, ONE THAT PASSES IS APPENDED TO  *
      *                    THE STAGING FILE DESKSTG.DAT STAMPED  *
      *                    WITH THE CLERK ID AND THE ENTRY DATE  *
      *                    AND TIME.  THE MASTER IS ONLY EVER    *
      *                    READ HERE - SF5DREL RELEASES THE      *
      *                    STAGED ENTRIES INTO THAT NIGHT'S      *
      *                    INITDATA.DAT AND SF5UPDEL APPLIES     *
      *                    THEM LIKE ANY OTHER TRANSACTION.      *
      *                    PAY ("P") TRANSACTIONS STAY WITH THE  *
      *                    COMP TEAM AND ARE NOT KEYED HERE.     *
      *   2026-10-15  HRS  DEPTMSTR.DAT NOW CARRIES THE          *
      *                    DEPARTMENT'S BUDGETED POSITION COUNT  *
      *                    AND THE FISCAL YEAR IT APPLIES TO -   *
      *                    RECORD LAYOUT WIDENED TO MATCH.       *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
      *     DYNAMIC SO THE SAME OPEN SERVES THE KEYED LOOKUP AND
      *     THE SEQUENTIAL LAST-NAME SEARCH.
        SELECT EMPMSTR ASSIGN TO "EMPMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-ID
           FILE STATUS IS ST-MASTER.

        SELECT DEPTMSTR ASSIGN TO "DEPTMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DPT-CODE
           FILE STATUS IS ST-DEPTMSTR.

        SELECT EMPHIST ASSIGN TO "EMPHIST.DAT"
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DESKSTG ASSIGN TO "DESKSTG.DAT"
           FILE STATUS IS ST-DESKSTG
        ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD DEPTMSTR.
        01 DEPARTMENT-REC.
            03 DPT-CODE              PIC X(4).
            03 DPT-NAME              PIC X(30).
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        FD EMPHIST.
        01 HISTORY-LINE.
            03 HS-DATE                PIC 9(08).
            03 FILLER                 PIC X(01).
            03 HS-TRAN                PIC X(01).
            03 FILLER                 PIC X(01).
            03 HS-ID                  PIC X(04).
            03 FILLER                 PIC X(01).
            03 HS-BEFORE              PIC X(100).
            03 FILLER                 PIC X(01).
            03 HS-AFTER               PIC X(100).

      *     ONE STAGED ENTRY: THE 66-BYTE INITDATA.DAT IMAGE
      *     EXACTLY AS SF5UPDEL WILL READ IT, THEN WHO KEYED IT
      *     AND WHEN.
        FD DESKSTG.
        01 DESK-STAGE-REC.
            03 DK-TRAN-IMAGE         PIC X(66).
            03 DK-CLERK-ID           PIC X(08).
            03 DK-ENTRY-DATE         PIC X(08).
            03 DK-ENTRY-TIME         PIC X(06).

        WORKING-STORAGE SECTION.

        01  ST-MASTER    PIC XX.
        01  ST-DEPTMSTR  PIC XX.
        01  ST-HISTORY   PIC XX.
        01  ST-DESKSTG   PIC XX.

        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.

        01  WS-RUN-DATE              PIC 9(08).
        01  WS-RUN-DATE-X            PIC X(08).
        01  WS-TIME-NOW              PIC X(08).

        01  WS-CLERK-ID              PIC X(08) VALUE SPACE.
        01  WS-REPLY                 PIC X(20).
        01  WS-SELECTED-ID           PIC X(04) VALUE SPACE.

        01  WS-LOWER-CASE            PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
        01  WS-UPPER-CASE            PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

        01  WS-SWITCHES.
            03 WS-SESSION-END-SW     PIC X(01) VALUE "N".
                88 SESSION-ENDED         VALUE "Y".
            03 WS-MASTER-EMPTY-SW    PIC X(01) VALUE "N".
                88 MASTER-EMPTY          VALUE "Y".
            03 WS-ON-MASTER-SW       PIC X(01) VALUE "N".
                88 ID-ON-MASTER          VALUE "Y".
                88 ID-NOT-ON-MASTER      VALUE "N".
            03 WS-DATE-VALID-SW     PIC X(01) VALUE "Y".
                88 DATE-IS-VALID         VALUE "Y".
                88 DATE-IS-INVALID       VALUE "N".
            03 WS-DEPT-VALID-SW     PIC X(01) VALUE "Y".
                88 DEPT-IS-VALID         VALUE "Y".
                88 DEPT-IS-UNKNOWN       VALUE "U".
                88 DEPT-IS-CLOSED        VALUE "C".
            03 WS-EFF-VALID-SW      PIC X(01) VALUE "Y".
                88 EFF-IS-VALID         VALUE "Y".
                88 EFF-IS-INVALID       VALUE "N".
            03 WS-HIST-EOF-SW        PIC X(01) VALUE "N".
                88 HIST-EOF              VALUE "Y".
            03 WS-SEARCH-EOF-SW      PIC X(01) VALUE "N".
                88 SEARCH-EOF            VALUE "Y".
            03 WS-SEARCH-DONE-SW     PIC X(01) VALUE "N".
                88 SEARCH-DONE           VALUE "Y".

      *     THE TRANSACTION BEING KEYED, IN THE 66-BYTE
      *     INITDATA.DAT LAYOUT, WITH SF5EDIT'S NAMES SO ITS EDITS
      *     READ THE SAME HERE.
        01  WS-TRAN-REC.
            03 TRAN-CODE            PIC X(1).
                88 TRAN-ADD             VALUE "A".
                88 TRAN-CHANGE          VALUE "C".
                88 TRAN-DELETE          VALUE "D".
                88 TRAN-REHIRE          VALUE "R".
                88 TRAN-LEAVE           VALUE "L".
                88 TRAN-RETURN          VALUE "B".
                88 TRAN-DESK-CODE       VALUES "A" "C" "D" "R"
                                               "L" "B".
            03 EMP-ID                PIC X(4).
            03 EMP-LNAME            PIC X(20).
            03 EMP-NAME                PIC X(20).
            03 EMP-INITDATE.
                05 EMP-INITDATE-YY    PIC X(4).
                05 EMP-INITDATE-MM    PIC X(2).
                05 EMP-INITDATE-DD  PIC X(2).
            03 EMP-DEPT             PIC X(4).
            03 EMP-STATUS           PIC X(1).
            03 EMP-EFFDATE          PIC X(8).

        01  WS-INITDATE-NUMERIC.
            03 WS-INITDATE-YY-N      PIC 9(4).
            03 WS-INITDATE-MM-N      PIC 9(2).
            03 WS-INITDATE-DD-N      PIC 9(2).

        01  WS-MAX-DAY               PIC 9(2).
        01  WS-DATE-WORK             PIC 9(4).
        01  WS-REM-400               PIC 9(4).
        01  WS-REM-100               PIC 9(4).
        01  WS-REM-4                 PIC 9(4).

        01  WS-EDIT-COUNTS.
            03 WS-ENTRY-ERRORS        PIC 9(03) COMP VALUE ZERO.
            03 WS-ENTRY-WARNINGS      PIC 9(03) COMP VALUE ZERO.

        01  WS-MESSAGE-TEXT          PIC X(60).

      *     THE LATEST JOURNAL ENTRIES FOR THE EMPLOYEE ON SHOW,
      *     OLDEST FIRST.  WHEN THE TABLE IS FULL THE OLDEST
      *     DROPS OFF THE TOP.
        01  WS-RECENT-TABLE.
            03 WS-RECENT-LIMIT        PIC 9(02) COMP VALUE 5.
            03 WS-RECENT-COUNT        PIC 9(02) COMP VALUE ZERO.
            03 WS-RECENT-ENTRY OCCURS 5 TIMES.
                05 WS-RE-DATE         PIC 9(08).
                05 WS-RE-TRAN         PIC X(01).
                05 WS-RE-BEFORE       PIC X(100).
                05 WS-RE-AFTER        PIC X(100).

        01  WS-RECENT-SUB            PIC 9(02) COMP.

      *     THE JOURNAL IMAGES ARE MASTER RECORDS; THIS VIEW PICKS
      *     THE DEPARTMENT AND STATUS OUT OF ONE.
        01  WS-IMAGE-WORK.
            03 FILLER                PIC X(52).
            03 WS-IMG-DEPT           PIC X(04).
            03 WS-IMG-STATUS         PIC X(01).
            03 FILLER                PIC X(43).

        01  WS-HIST-DISPLAY.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HD-DATE            PIC 9(08).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HD-TRAN            PIC X(01).
            03 FILLER                PIC X(08) VALUE "   DEPT ".
            03 WS-HD-DEPT-BEFORE     PIC X(04).
            03 FILLER                PIC X(04) VALUE " -> ".
            03 WS-HD-DEPT-AFTER      PIC X(04).
            03 FILLER                PIC X(10) VALUE "   STATUS ".
            03 WS-HD-STAT-BEFORE     PIC X(01).
            03 FILLER                PIC X(04) VALUE " -> ".
            03 WS-HD-STAT-AFTER      PIC X(01).

      *     LAST-NAME SEARCH: THE LEADING LETTERS KEYED, THEIR
      *     LENGTH, AND ONE PAGE OF HITS.
        01  WS-SEARCH-TEXT           PIC X(20).
        01  WS-SEARCH-LEN            PIC 9(02) COMP.
        01  WS-MATCH-NAME            PIC X(20).

        01  WS-HIT-TABLE.
            03 WS-HIT-LIMIT           PIC 9(02) COMP VALUE 10.
            03 WS-HIT-COUNT           PIC 9(02) COMP VALUE ZERO.
            03 WS-HIT-ENTRY OCCURS 10 TIMES.
                05 WS-HT-ID           PIC X(04).
                05 WS-HT-LNAME        PIC X(20).
                05 WS-HT-NAME         PIC X(20).
                05 WS-HT-DEPT         PIC X(04).
                05 WS-HT-STATUS       PIC X(01).

        01  WS-HIT-SUB               PIC 9(02) COMP.
        01  WS-HIT-NO                PIC 9(02).
        01  WS-HIT-NO-X REDEFINES WS-HIT-NO
                                     PIC X(02).
        01  WS-HITS-SHOWN            PIC 9(05) COMP VALUE ZERO.

        01  WS-HIT-DISPLAY.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HTD-NO             PIC Z9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HTD-ID             PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HTD-LNAME          PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HTD-NAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HTD-DEPT           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HTD-STATUS         PIC X(01).

        01  WS-STATUS-TEXT           PIC X(12).

        01  WS-CONTROL-TOTALS.
            03 WS-LOOKUPS             PIC 9(09) COMP VALUE ZERO.
            03 WS-ENTRIES-STAGED      PIC 9(09) COMP VALUE ZERO.
            03 WS-ENTRIES-REFUSED     PIC 9(09) COMP VALUE ZERO.

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 0100-MAIN-MENU
               THRU 0100-MAIN-MENU-EXIT
               UNTIL SESSION-ENDED.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - SIGN THE CLERK ON AND OPEN THE FILES    *
      * READ-ONLY.  THE CLERK ID MAY COME IN AS THE PARAMETER OR  *
      * BE KEYED; NOTHING IS STAGED WITHOUT ONE.  A MASTER THAT   *
      * DOES NOT EXIST YET LEAVES ONLY ADDS TO KEY, THE WAY       *
      * SF5EDIT EDITS AGAINST AN EMPTY MASTER.                    *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            MOVE WS-RUN-PARM(1:8) TO WS-CLERK-ID.
            IF WS-CLERK-ID = SPACE
               DISPLAY "SF5DESK: CLERK ID: " WITH NO ADVANCING
               ACCEPT WS-REPLY
               MOVE WS-REPLY(1:8) TO WS-CLERK-ID
            END-IF.
            INSPECT WS-CLERK-ID
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF WS-CLERK-ID = SPACE
               DISPLAY "SF5DESK: NO CLERK ID, SESSION NOT STARTED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT EMPMSTR.
            IF ST-MASTER = "35"
               DISPLAY "SF5DESK: NO EMPMSTR.DAT YET, ONLY ADDS CAN "
                  "BE KEYED"
               SET MASTER-EMPTY TO TRUE
            ELSE
               IF ST-MASTER NOT = "00"
                  DISPLAY "SF5DESK: BAD OPEN ON EMPMSTR.DAT, STATUS "
                     ST-MASTER
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            OPEN INPUT DEPTMSTR.
            IF ST-DEPTMSTR NOT = "00"
               DISPLAY "SF5DESK: BAD OPEN ON DEPTMSTR.DAT, STATUS "
                  ST-DEPTMSTR
               IF NOT MASTER-EMPTY
                  CLOSE EMPMSTR
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            DISPLAY "SF5DESK: CLERK " WS-CLERK-ID " SIGNED ON "
               WS-RUN-DATE.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-MAIN-MENU - SHOW THE MENU AND RUN THE CLERK'S        *
      * CHOICE.                                                   *
      *----------------------------------------------------------*
        0100-MAIN-MENU.
            DISPLAY " ".
            DISPLAY "SF5DESK  HR DESK - EMPLOYEE LOOKUP AND ENTRY".
            DISPLAY "   1  LOOK UP AN EMPLOYEE BY EMP-ID".
            DISPLAY "   2  SEARCH BY LAST NAME".
            DISPLAY "   3  KEY A TRANSACTION".
            DISPLAY "   X  END THE SESSION".
            DISPLAY "CHOICE: " WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            INSPECT WS-REPLY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.

            EVALUATE WS-REPLY(1:1)
               WHEN "1"
                  PERFORM 2000-LOOKUP-BY-ID
                     THRU 2000-LOOKUP-BY-ID-EXIT
               WHEN "2"
                  PERFORM 3000-SEARCH-BY-NAME
                     THRU 3000-SEARCH-BY-NAME-EXIT
               WHEN "3"
                  MOVE SPACE TO WS-SELECTED-ID
                  PERFORM 4000-KEY-TRANSACTION
                     THRU 4000-KEY-TRANSACTION-EXIT
               WHEN "X"
                  SET SESSION-ENDED TO TRUE
               WHEN OTHER
                  DISPLAY "SF5DESK: CHOOSE 1, 2, 3 OR X"
            END-EVALUATE.

        0100-MAIN-MENU-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-LOOKUP-BY-ID - READ ONE EMPLOYEE BY EMP-ID AND SHOW  *
      * THE RECORD.                                               *
      *----------------------------------------------------------*
        2000-LOOKUP-BY-ID.
            DISPLAY "EMP-ID: " WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            IF WS-REPLY(1:4) = SPACE
               GO TO 2000-LOOKUP-BY-ID-EXIT
            END-IF.
            MOVE WS-REPLY(1:4) TO WS-SELECTED-ID.
            PERFORM 2100-SHOW-EMPLOYEE
               THRU 2100-SHOW-EMPLOYEE-EXIT.

        2000-LOOKUP-BY-ID-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-SHOW-EMPLOYEE - SHOW THE WHOLE MASTER RECORD FOR     *
      * WS-SELECTED-ID WITH ITS DEPARTMENT NAME AND LATEST        *
      * JOURNAL ENTRIES, THEN OFFER TO KEY A TRANSACTION FOR IT.  *
      *----------------------------------------------------------*
        2100-SHOW-EMPLOYEE.
            MOVE WS-SELECTED-ID TO EMP-ID.
            PERFORM 4400-READ-MASTER
               THRU 4400-READ-MASTER-EXIT.
            IF ID-NOT-ON-MASTER
               DISPLAY "SF5DESK: EMP-ID " WS-SELECTED-ID
                  " IS NOT ON THE MASTER"
               GO TO 2100-SHOW-EMPLOYEE-EXIT
            END-IF.
            ADD 1 TO WS-LOOKUPS.

            MOVE MST-DEPT TO DPT-CODE.
            READ DEPTMSTR
               INVALID KEY
                  MOVE "** NOT ON DEPTMSTR.DAT **" TO DPT-NAME
                  MOVE SPACE TO DPT-STATUS
            END-READ.
            EVALUATE TRUE
               WHEN MST-ACTIVE
                  MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN MST-ON-LEAVE
                  MOVE "ON LEAVE" TO WS-STATUS-TEXT
               WHEN MST-TERMINATED
                  MOVE "TERMINATED" TO WS-STATUS-TEXT
               WHEN OTHER
                  MOVE "UNKNOWN" TO WS-STATUS-TEXT
            END-EVALUATE.

            DISPLAY " ".
            DISPLAY "EMP-ID......: " MST-ID.
            DISPLAY "LAST NAME...: " MST-LNAME.
            DISPLAY "FIRST NAME..: " MST-NAME.
            DISPLAY "INIT DATE...: " MST-INITDATE.
            IF DPT-CLOSED
               DISPLAY "DEPARTMENT..: " MST-DEPT " " DPT-NAME
                  " (CLOSED)"
            ELSE
               DISPLAY "DEPARTMENT..: " MST-DEPT " " DPT-NAME
            END-IF.
            DISPLAY "STATUS......: " MST-STATUS " " WS-STATUS-TEXT.
            DISPLAY "TERM DATE...: " MST-TERMDATE.
            DISPLAY "REHIRE DATE.: " MST-REHIREDATE.
            DISPLAY "LEAVE START.: " MST-LEAVEDATE.
            DISPLAY "LEAVE RETURN: " MST-LEAVERET.

            PERFORM 2200-SHOW-RECENT-HISTORY
               THRU 2200-SHOW-RECENT-HISTORY-EXIT.

            DISPLAY "T = KEY A TRANSACTION FOR THIS EMPLOYEE, "
               "ENTER = BACK: " WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            IF WS-REPLY(1:1) = "T" OR WS-REPLY(1:1) = "t"
               PERFORM 4000-KEY-TRANSACTION
                  THRU 4000-KEY-TRANSACTION-EXIT
            END-IF.

        2100-SHOW-EMPLOYEE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-SHOW-RECENT-HISTORY - WALK THE LIVE JOURNAL KEEPING  *
      * THE LATEST ENTRIES FOR THIS EMP-ID, THEN LIST THEM WITH   *
      * THE DEPARTMENT AND STATUS BEFORE AND AFTER.  OLDER        *
      * HISTORY (AND THE ARCHIVES) IS SF5HINQ'S JOB.  A JOURNAL   *
      * THAT CANNOT BE OPENED IS REPORTED BUT DOES NOT END THE    *
      * LOOKUP.                                                   *
      *----------------------------------------------------------*
        2200-SHOW-RECENT-HISTORY.
            MOVE ZERO TO WS-RECENT-COUNT.
            MOVE "N" TO WS-HIST-EOF-SW.
            OPEN INPUT EMPHIST.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5DESK: EMPHIST.DAT NOT AVAILABLE, STATUS "
                  ST-HISTORY
               GO TO 2200-SHOW-RECENT-HISTORY-EXIT
            END-IF.
            PERFORM 2210-SCAN-ONE-ENTRY
               THRU 2210-SCAN-ONE-ENTRY-EXIT
               UNTIL HIST-EOF.
            CLOSE EMPHIST.

            DISPLAY " ".
            IF WS-RECENT-COUNT = ZERO
               DISPLAY "NO JOURNAL ENTRIES ON EMPHIST.DAT"
               GO TO 2200-SHOW-RECENT-HISTORY-EXIT
            END-IF.
            DISPLAY "LATEST JOURNAL ENTRIES (OLDEST FIRST):".
            MOVE 1 TO WS-RECENT-SUB.
            PERFORM 2230-SHOW-ONE-ENTRY
               THRU 2230-SHOW-ONE-ENTRY-EXIT
               UNTIL WS-RECENT-SUB > WS-RECENT-COUNT.

        2200-SHOW-RECENT-HISTORY-EXIT.
            EXIT.

        2210-SCAN-ONE-ENTRY.
            READ EMPHIST
               AT END
                  SET HIST-EOF TO TRUE
                  GO TO 2210-SCAN-ONE-ENTRY-EXIT
            END-READ.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5DESK: BAD READ ON EMPHIST.DAT, STATUS "
                  ST-HISTORY ", HISTORY SHOWN MAY BE SHORT"
               SET HIST-EOF TO TRUE
               GO TO 2210-SCAN-ONE-ENTRY-EXIT
            END-IF.
            IF HS-ID NOT = WS-SELECTED-ID
               GO TO 2210-SCAN-ONE-ENTRY-EXIT
            END-IF.

            IF WS-RECENT-COUNT >= WS-RECENT-LIMIT
               MOVE 1 TO WS-RECENT-SUB
               PERFORM 2220-SHIFT-ONE-UP
                  THRU 2220-SHIFT-ONE-UP-EXIT
                  UNTIL WS-RECENT-SUB >= WS-RECENT-LIMIT
            ELSE
               ADD 1 TO WS-RECENT-COUNT
            END-IF.
            MOVE HS-DATE TO WS-RE-DATE(WS-RECENT-COUNT).
            MOVE HS-TRAN TO WS-RE-TRAN(WS-RECENT-COUNT).
            MOVE HS-BEFORE TO WS-RE-BEFORE(WS-RECENT-COUNT).
            MOVE HS-AFTER TO WS-RE-AFTER(WS-RECENT-COUNT).

        2210-SCAN-ONE-ENTRY-EXIT.
            EXIT.

        2220-SHIFT-ONE-UP.
            MOVE WS-RECENT-ENTRY(WS-RECENT-SUB + 1)
               TO WS-RECENT-ENTRY(WS-RECENT-SUB).
            ADD 1 TO WS-RECENT-SUB.

        2220-SHIFT-ONE-UP-EXIT.
            EXIT.

        2230-SHOW-ONE-ENTRY.
            MOVE WS-RE-DATE(WS-RECENT-SUB) TO WS-HD-DATE.
            MOVE WS-RE-TRAN(WS-RECENT-SUB) TO WS-HD-TRAN.
            MOVE WS-RE-BEFORE(WS-RECENT-SUB) TO WS-IMAGE-WORK.
            MOVE WS-IMG-DEPT TO WS-HD-DEPT-BEFORE.
            MOVE WS-IMG-STATUS TO WS-HD-STAT-BEFORE.
            MOVE WS-RE-AFTER(WS-RECENT-SUB) TO WS-IMAGE-WORK.
            MOVE WS-IMG-DEPT TO WS-HD-DEPT-AFTER.
            MOVE WS-IMG-STATUS TO WS-HD-STAT-AFTER.
            DISPLAY WS-HIST-DISPLAY.
            ADD 1 TO WS-RECENT-SUB.

        2230-SHOW-ONE-ENTRY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-SEARCH-BY-NAME - LIST EVERY EMPLOYEE WHOSE LAST NAME *
      * STARTS WITH THE LETTERS KEYED (CASE IGNORED), TEN TO A    *
      * PAGE.  THE CLERK PICKS A HIT BY NUMBER, PAGES ON WITH     *
      * ENTER, OR ENDS THE SEARCH WITH X.                         *
      *----------------------------------------------------------*
        3000-SEARCH-BY-NAME.
            IF MASTER-EMPTY
               DISPLAY "SF5DESK: THE MASTER IS EMPTY"
               GO TO 3000-SEARCH-BY-NAME-EXIT
            END-IF.
            DISPLAY "LAST NAME (LEADING LETTERS): " WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            MOVE WS-REPLY TO WS-SEARCH-TEXT.
            INSPECT WS-SEARCH-TEXT
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            MOVE 20 TO WS-SEARCH-LEN.
            PERFORM 3010-TRIM-SEARCH-TEXT
               THRU 3010-TRIM-SEARCH-TEXT-EXIT
               UNTIL WS-SEARCH-LEN = ZERO
               OR WS-SEARCH-TEXT(WS-SEARCH-LEN:1) NOT = SPACE.
            IF WS-SEARCH-LEN = ZERO
               GO TO 3000-SEARCH-BY-NAME-EXIT
            END-IF.

            MOVE "N" TO WS-SEARCH-EOF-SW.
            MOVE "N" TO WS-SEARCH-DONE-SW.
            MOVE ZERO TO WS-HITS-SHOWN.
            MOVE LOW-VALUES TO MST-ID.
            START EMPMSTR KEY IS NOT LESS THAN MST-ID
               INVALID KEY
                  SET SEARCH-EOF TO TRUE
            END-START.

            PERFORM 3100-SHOW-ONE-PAGE
               THRU 3100-SHOW-ONE-PAGE-EXIT
               UNTIL SEARCH-DONE.

        3000-SEARCH-BY-NAME-EXIT.
            EXIT.

        3010-TRIM-SEARCH-TEXT.
            SUBTRACT 1 FROM WS-SEARCH-LEN.

        3010-TRIM-SEARCH-TEXT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-SHOW-ONE-PAGE - GATHER UP TO TEN HITS, SHOW THEM,    *
      * AND TAKE THE CLERK'S ANSWER.                              *
      *----------------------------------------------------------*
        3100-SHOW-ONE-PAGE.
            MOVE ZERO TO WS-HIT-COUNT.
            PERFORM 3110-READ-NEXT-MASTER
               THRU 3110-READ-NEXT-MASTER-EXIT
               UNTIL SEARCH-EOF OR WS-HIT-COUNT >= WS-HIT-LIMIT.

            IF WS-HIT-COUNT = ZERO
               IF WS-HITS-SHOWN = ZERO
                  DISPLAY "SF5DESK: NO LAST NAME STARTS WITH "
                     WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               ELSE
                  DISPLAY "SF5DESK: NO MORE HITS"
               END-IF
               SET SEARCH-DONE TO TRUE
               GO TO 3100-SHOW-ONE-PAGE-EXIT
            END-IF.

            DISPLAY " ".
            MOVE 1 TO WS-HIT-SUB.
            PERFORM 3120-SHOW-ONE-HIT
               THRU 3120-SHOW-ONE-HIT-EXIT
               UNTIL WS-HIT-SUB > WS-HIT-COUNT.
            ADD WS-HIT-COUNT TO WS-HITS-SHOWN.

            IF SEARCH-EOF
               DISPLAY "NUMBER TO VIEW, ENTER TO END (LAST PAGE): "
                  WITH NO ADVANCING
            ELSE
               DISPLAY "NUMBER TO VIEW, ENTER = NEXT PAGE, X = END: "
                  WITH NO ADVANCING
            END-IF.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.

            IF WS-REPLY(1:1) = "X" OR WS-REPLY(1:1) = "x"
               SET SEARCH-DONE TO TRUE
               GO TO 3100-SHOW-ONE-PAGE-EXIT
            END-IF.
            IF WS-REPLY = SPACE
               IF SEARCH-EOF
                  SET SEARCH-DONE TO TRUE
               END-IF
               GO TO 3100-SHOW-ONE-PAGE-EXIT
            END-IF.

      *     A ONE-DIGIT ANSWER IS RIGHT-JUSTIFIED BEFORE THE
      *     NUMERIC TEST.
            IF WS-REPLY(2:1) = SPACE
               MOVE "0" TO WS-HIT-NO-X(1:1)
               MOVE WS-REPLY(1:1) TO WS-HIT-NO-X(2:1)
            ELSE
               MOVE WS-REPLY(1:2) TO WS-HIT-NO-X
            END-IF.
            IF WS-HIT-NO-X IS NOT NUMERIC
               OR WS-HIT-NO < 1 OR WS-HIT-NO > WS-HIT-COUNT
               DISPLAY "SF5DESK: NOT A HIT NUMBER ON THIS PAGE, "
                  "SEARCH ENDED"
               SET SEARCH-DONE TO TRUE
               GO TO 3100-SHOW-ONE-PAGE-EXIT
            END-IF.

            SET SEARCH-DONE TO TRUE.
            MOVE WS-HT-ID(WS-HIT-NO) TO WS-SELECTED-ID.
            PERFORM 2100-SHOW-EMPLOYEE
               THRU 2100-SHOW-EMPLOYEE-EXIT.

        3100-SHOW-ONE-PAGE-EXIT.
            EXIT.

        3110-READ-NEXT-MASTER.
            READ EMPMSTR NEXT RECORD
               AT END
                  SET SEARCH-EOF TO TRUE
                  GO TO 3110-READ-NEXT-MASTER-EXIT
            END-READ.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5DESK: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", SEARCH CUT SHORT"
               SET SEARCH-EOF TO TRUE
               GO TO 3110-READ-NEXT-MASTER-EXIT
            END-IF.
            MOVE MST-LNAME TO WS-MATCH-NAME.
            INSPECT WS-MATCH-NAME
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF WS-MATCH-NAME(1:WS-SEARCH-LEN)
                  NOT = WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               GO TO 3110-READ-NEXT-MASTER-EXIT
            END-IF.
            ADD 1 TO WS-HIT-COUNT.
            MOVE MST-ID TO WS-HT-ID(WS-HIT-COUNT).
            MOVE MST-LNAME TO WS-HT-LNAME(WS-HIT-COUNT).
            MOVE MST-NAME TO WS-HT-NAME(WS-HIT-COUNT).
            MOVE MST-DEPT TO WS-HT-DEPT(WS-HIT-COUNT).
            MOVE MST-STATUS TO WS-HT-STATUS(WS-HIT-COUNT).

        3110-READ-NEXT-MASTER-EXIT.
            EXIT.

        3120-SHOW-ONE-HIT.
            MOVE WS-HIT-SUB TO WS-HTD-NO.
            MOVE WS-HT-ID(WS-HIT-SUB) TO WS-HTD-ID.
            MOVE WS-HT-LNAME(WS-HIT-SUB) TO WS-HTD-LNAME.
            MOVE WS-HT-NAME(WS-HIT-SUB) TO WS-HTD-NAME.
            MOVE WS-HT-DEPT(WS-HIT-SUB) TO WS-HTD-DEPT.
            MOVE WS-HT-STATUS(WS-HIT-SUB) TO WS-HTD-STATUS.
            DISPLAY WS-HIT-DISPLAY.
            ADD 1 TO WS-HIT-SUB.

        3120-SHOW-ONE-HIT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-KEY-TRANSACTION - TAKE ONE TRANSACTION FROM THE      *
      * CLERK, EDIT IT, AND STAGE IT ONLY IF IT PASSES AND THE    *
      * CLERK CONFIRMS.  WS-SELECTED-ID, WHEN SET, IS OFFERED AS  *
      * THE EMP-ID.                                               *
      *----------------------------------------------------------*
        4000-KEY-TRANSACTION.
            MOVE SPACE TO WS-TRAN-REC.

            DISPLAY "TRAN CODE - A ADD, C CHANGE, D DELETE, "
               "R REHIRE, L LEAVE, B RETURN: " WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            INSPECT WS-REPLY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            MOVE WS-REPLY(1:1) TO TRAN-CODE.
            IF NOT TRAN-DESK-CODE
               DISPLAY "SF5DESK: NOT A DESK TRAN-CODE, NOTHING KEYED"
               GO TO 4000-KEY-TRANSACTION-EXIT
            END-IF.

            PERFORM 4100-KEY-FIELDS
               THRU 4100-KEY-FIELDS-EXIT.

            PERFORM 4200-EDIT-TRANSACTION
               THRU 4200-EDIT-TRANSACTION-EXIT.
            IF WS-ENTRY-ERRORS > ZERO
               ADD 1 TO WS-ENTRIES-REFUSED
               DISPLAY "SF5DESK: TRANSACTION REFUSED - CORRECT AND "
                  "KEY IT AGAIN"
               GO TO 4000-KEY-TRANSACTION-EXIT
            END-IF.

            DISPLAY " ".
            DISPLAY "TRANSACTION: " WS-TRAN-REC.
            DISPLAY "S = STAGE FOR TONIGHT'S UPDATE, ENTER = DISCARD: "
               WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            IF WS-REPLY(1:1) = "S" OR WS-REPLY(1:1) = "s"
               PERFORM 4500-WRITE-STAGED-ENTRY
                  THRU 4500-WRITE-STAGED-ENTRY-EXIT
            ELSE
               DISPLAY "SF5DESK: DISCARDED, NOTHING STAGED"
            END-IF.

        4000-KEY-TRANSACTION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4100-KEY-FIELDS - PROMPT FOR THE FIELDS THE TRAN-CODE     *
      * USES.  AN ADD MAY LEAVE THE EMP-ID BLANK FOR A NEW HIRE   *
      * (SF5UPDEL ASSIGNS THE NEXT NUMBER); EVERY OTHER CODE      *
      * NEEDS ONE.  ON A CHANGE OR REHIRE A FIELD LEFT BLANK IS   *
      * "NOT RESUPPLIED" AND KEEPS ITS MASTER VALUE.  THE         *
      * EFFECTIVE DATE MAY BE LEFT BLANK TO TAKE EFFECT ON THE    *
      * RUN DATE.                                                 *
      *----------------------------------------------------------*
        4100-KEY-FIELDS.
            IF WS-SELECTED-ID NOT = SPACE
               DISPLAY "EMP-ID (ENTER = " WS-SELECTED-ID "): "
                  WITH NO ADVANCING
            ELSE
               IF TRAN-ADD
                  DISPLAY "EMP-ID (ENTER = NEW HIRE, ASSIGNED "
                     "TONIGHT): " WITH NO ADVANCING
               ELSE
                  DISPLAY "EMP-ID: " WITH NO ADVANCING
               END-IF
            END-IF.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            IF WS-REPLY(1:4) = SPACE
               MOVE WS-SELECTED-ID TO EMP-ID
            ELSE
               MOVE WS-REPLY(1:4) TO EMP-ID
            END-IF.

            IF TRAN-ADD OR TRAN-CHANGE OR TRAN-REHIRE
               DISPLAY "LAST NAME: " WITH NO ADVANCING
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY TO EMP-LNAME
               DISPLAY "FIRST NAME: " WITH NO ADVANCING
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY TO EMP-NAME
               DISPLAY "INIT DATE (YYYYMMDD): " WITH NO ADVANCING
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY(1:8) TO EMP-INITDATE
               DISPLAY "DEPARTMENT: " WITH NO ADVANCING
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY(1:4) TO EMP-DEPT
               INSPECT EMP-DEPT
                  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
            END-IF.

            IF TRAN-ADD OR TRAN-CHANGE
               DISPLAY "STATUS (A/T/L): " WITH NO ADVANCING
               MOVE SPACE TO WS-REPLY
               ACCEPT WS-REPLY
               MOVE WS-REPLY(1:1) TO EMP-STATUS
               INSPECT EMP-STATUS
                  CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
            END-IF.

            DISPLAY "EFFECTIVE DATE (YYYYMMDD, ENTER = RUN DATE): "
               WITH NO ADVANCING.
            MOVE SPACE TO WS-REPLY.
            ACCEPT WS-REPLY.
            MOVE WS-REPLY(1:8) TO EMP-EFFDATE.

        4100-KEY-FIELDS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4200-EDIT-TRANSACTION - SF5EDIT'S CHECKS, RUN ON THE ONE  *
      * KEYED TRANSACTION.  WHAT SF5EDIT CALLS AN ERROR REFUSES   *
      * THE ENTRY; WHAT IT CALLS A WARNING IS SHOWN AND LEFT TO   *
      * THE CLERK.  THE DESK ALSO INSISTS ON A LAST NAME FOR AN   *
      * ADD AND A STATUS OF A, T OR L WHEN ONE IS KEYED.          *
      *----------------------------------------------------------*
        4200-EDIT-TRANSACTION.
            MOVE ZERO TO WS-ENTRY-ERRORS.
            MOVE ZERO TO WS-ENTRY-WARNINGS.

            IF NOT TRAN-ADD AND EMP-ID = SPACE
               MOVE "MISSING EMP-ID FOR A NON-ADD TRANSACTION"
                  TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            ELSE
               PERFORM 4300-CHECK-AGAINST-MASTER
                  THRU 4300-CHECK-AGAINST-MASTER-EXIT
            END-IF.

            IF TRAN-ADD AND EMP-LNAME = SPACE
               MOVE "LAST NAME REQUIRED FOR AN ADD"
                  TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            END-IF.

            IF EMP-STATUS NOT = SPACE AND EMP-STATUS NOT = "A"
               AND EMP-STATUS NOT = "T" AND EMP-STATUS NOT = "L"
               MOVE "STATUS MUST BE A, T OR L"
                  TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            END-IF.

      *     SAME DATE AND DEPARTMENT EXEMPTIONS AS SF5EDIT.
            IF TRAN-DELETE OR TRAN-LEAVE OR TRAN-RETURN
               OR ((TRAN-CHANGE OR TRAN-REHIRE)
                   AND EMP-INITDATE = SPACES)
               SET DATE-IS-VALID TO TRUE
            ELSE
               PERFORM 2700-VALIDATE-INITDATE
                  THRU 2700-VALIDATE-INITDATE-EXIT
            END-IF.
            IF DATE-IS-INVALID
               MOVE "INVALID INITIATION DATE" TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            END-IF.

            IF TRAN-DELETE OR TRAN-LEAVE OR TRAN-RETURN
               OR ((TRAN-CHANGE OR TRAN-REHIRE)
                   AND EMP-DEPT = SPACE)
               SET DEPT-IS-VALID TO TRUE
            ELSE
               PERFORM 2750-VALIDATE-DEPT
                  THRU 2750-VALIDATE-DEPT-EXIT
            END-IF.
            IF DEPT-IS-CLOSED
               MOVE "CLOSED DEPARTMENT CODE" TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            END-IF.
            IF DEPT-IS-UNKNOWN
               MOVE "UNKNOWN DEPARTMENT CODE" TO WS-MESSAGE-TEXT
               PERFORM 4290-SHOW-ERROR
                  THRU 4290-SHOW-ERROR-EXIT
            END-IF.

            IF EMP-EFFDATE NOT = SPACES
               PERFORM 2720-VALIDATE-EFFDATE
                  THRU 2720-VALIDATE-EFFDATE-EXIT
               IF EFF-IS-INVALID
                  MOVE "INVALID EFFECTIVE DATE" TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               ELSE
                  IF EMP-EFFDATE > WS-RUN-DATE-X
                     MOVE "FUTURE-DATED, THE UPDATE WILL HOLD IT"
                        TO WS-MESSAGE-TEXT
                     PERFORM 4280-SHOW-WARNING
                        THRU 4280-SHOW-WARNING-EXIT
                  END-IF
               END-IF
            END-IF.

        4200-EDIT-TRANSACTION-EXIT.
            EXIT.

        4280-SHOW-WARNING.
            ADD 1 TO WS-ENTRY-WARNINGS.
            DISPLAY "WARNING: " WS-MESSAGE-TEXT.

        4280-SHOW-WARNING-EXIT.
            EXIT.

        4290-SHOW-ERROR.
            ADD 1 TO WS-ENTRY-ERRORS.
            DISPLAY "ERROR:   " WS-MESSAGE-TEXT.

        4290-SHOW-ERROR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4300-CHECK-AGAINST-MASTER - THE LEGAL STATUS MOVES, AS    *
      * SF5EDIT 2300 CHECKS THEM.                                 *
      *----------------------------------------------------------*
        4300-CHECK-AGAINST-MASTER.
            IF EMP-ID = SPACE
               GO TO 4300-CHECK-AGAINST-MASTER-EXIT
            END-IF.

            PERFORM 4400-READ-MASTER
               THRU 4400-READ-MASTER-EXIT.

            EVALUATE TRUE
               WHEN TRAN-CHANGE AND ID-NOT-ON-MASTER
                  MOVE SPACE TO WS-MESSAGE-TEXT
                  STRING "CHANGE FOR EMP-ID NOT ON MASTER, "
                     DELIMITED BY SIZE
                     "UPDATE WILL ADD IT" DELIMITED BY SIZE
                     INTO WS-MESSAGE-TEXT
                  END-STRING
                  PERFORM 4280-SHOW-WARNING
                     THRU 4280-SHOW-WARNING-EXIT
               WHEN TRAN-DELETE AND ID-NOT-ON-MASTER
                  MOVE SPACE TO WS-MESSAGE-TEXT
                  STRING "DELETE FOR EMP-ID NOT ON MASTER, "
                     DELIMITED BY SIZE
                     "UPDATE WILL IGNORE IT" DELIMITED BY SIZE
                     INTO WS-MESSAGE-TEXT
                  END-STRING
                  PERFORM 4280-SHOW-WARNING
                     THRU 4280-SHOW-WARNING-EXIT
               WHEN TRAN-REHIRE AND ID-NOT-ON-MASTER
                  MOVE "REHIRE FOR EMP-ID NOT ON MASTER"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-REHIRE AND NOT MST-TERMINATED
                  MOVE "REHIRE FOR NON-TERMINATED EMPLOYEE"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-CHANGE AND MST-TERMINATED
                              AND EMP-STATUS = "A"
                  MOVE SPACE TO WS-MESSAGE-TEXT
                  STRING "CHANGE WOULD RESURRECT TERMINATED, "
                     DELIMITED BY SIZE
                     "KEY A REHIRE" DELIMITED BY SIZE
                     INTO WS-MESSAGE-TEXT
                  END-STRING
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-CHANGE AND MST-ON-LEAVE
                              AND EMP-STATUS = "A"
                  MOVE "CHANGE WOULD END LEAVE, KEY A RETURN"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-CHANGE AND EMP-STATUS = "L"
                  MOVE "CHANGE MAY NOT SET LEAVE, KEY A LEAVE"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-LEAVE AND ID-NOT-ON-MASTER
                  MOVE "LEAVE FOR EMP-ID NOT ON MASTER"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-LEAVE AND NOT MST-ACTIVE
                  MOVE "LEAVE FOR NON-ACTIVE EMPLOYEE"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-RETURN AND ID-NOT-ON-MASTER
                  MOVE "RETURN FOR EMP-ID NOT ON MASTER"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-RETURN AND NOT MST-ON-LEAVE
                  MOVE "RETURN FOR EMPLOYEE NOT ON LEAVE"
                     TO WS-MESSAGE-TEXT
                  PERFORM 4290-SHOW-ERROR
                     THRU 4290-SHOW-ERROR-EXIT
               WHEN TRAN-ADD AND ID-ON-MASTER
                  MOVE SPACE TO WS-MESSAGE-TEXT
                  STRING "ADD FOR EMP-ID ALREADY ON MASTER, "
                     DELIMITED BY SIZE
                     "UPDATE WILL APPLY AS CHANGE" DELIMITED BY SIZE
                     INTO WS-MESSAGE-TEXT
                  END-STRING
                  PERFORM 4280-SHOW-WARNING
                     THRU 4280-SHOW-WARNING-EXIT
               WHEN OTHER
                  CONTINUE
            END-EVALUATE.

        4300-CHECK-AGAINST-MASTER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4400-READ-MASTER - SET THE ON/NOT-ON-MASTER SWITCH FOR    *
      * EMP-ID, LEAVING THE RECORD IN THE MASTER AREA.            *
      *----------------------------------------------------------*
        4400-READ-MASTER.
            SET ID-NOT-ON-MASTER TO TRUE.
            IF MASTER-EMPTY
               GO TO 4400-READ-MASTER-EXIT
            END-IF.
            MOVE EMP-ID TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  SET ID-NOT-ON-MASTER TO TRUE
               NOT INVALID KEY
                  IF ST-MASTER = "00"
                     SET ID-ON-MASTER TO TRUE
                  END-IF
            END-READ.

        4400-READ-MASTER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4500-WRITE-STAGED-ENTRY - APPEND THE TRANSACTION, WITH    *
      * THE CLERK ID AND ENTRY TIME, TO DESKSTG.DAT.  THE FILE    *
      * IS OPENED AND CLOSED AROUND EVERY ENTRY SO AN ENTRY THE   *
      * CLERK WAS TOLD IS STAGED IS ON DISK, WHATEVER HAPPENS TO  *
      * THE SESSION AFTERWARDS, AND SO SF5DREL NEVER FINDS IT     *
      * HELD OPEN.  THE FIRST ENTRY AFTER A RELEASE CREATES THE   *
      * FILE.                                                     *
      *----------------------------------------------------------*
        4500-WRITE-STAGED-ENTRY.
            OPEN EXTEND DESKSTG.
            IF ST-DESKSTG = "35"
               OPEN OUTPUT DESKSTG
            END-IF.
            IF ST-DESKSTG NOT = "00"
               DISPLAY "SF5DESK: BAD OPEN ON DESKSTG.DAT, STATUS "
                  ST-DESKSTG ", NOTHING STAGED"
               ADD 1 TO WS-ENTRIES-REFUSED
               GO TO 4500-WRITE-STAGED-ENTRY-EXIT
            END-IF.

            ACCEPT WS-TIME-NOW FROM TIME.
            MOVE WS-TRAN-REC TO DK-TRAN-IMAGE.
            MOVE WS-CLERK-ID TO DK-CLERK-ID.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO DK-ENTRY-DATE.
            MOVE WS-TIME-NOW(1:6) TO DK-ENTRY-TIME.
            WRITE DESK-STAGE-REC.
            IF ST-DESKSTG NOT = "00"
               DISPLAY "SF5DESK: BAD WRITE ON DESKSTG.DAT, STATUS "
                  ST-DESKSTG ", NOTHING STAGED"
               ADD 1 TO WS-ENTRIES-REFUSED
            ELSE
               ADD 1 TO WS-ENTRIES-STAGED
               DISPLAY "SF5DESK: STAGED BY " WS-CLERK-ID " AT "
                  DK-ENTRY-TIME " FOR TONIGHT'S UPDATE"
            END-IF.
            CLOSE DESKSTG.

        4500-WRITE-STAGED-ENTRY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-VALIDATE-INITDATE - SAME CALENDAR VALIDATION AS      *
      * SF5EDIT AND SF5UPDEL: NUMERIC, MONTH 01-12, DAY VALID     *
      * FOR THE MONTH INCLUDING LEAP-YEAR FEBRUARY.               *
      *----------------------------------------------------------*
        2700-VALIDATE-INITDATE.
            SET DATE-IS-VALID TO TRUE.

            IF EMP-INITDATE-YY IS NOT NUMERIC
               OR EMP-INITDATE-MM IS NOT NUMERIC
               OR EMP-INITDATE-DD IS NOT NUMERIC
               SET DATE-IS-INVALID TO TRUE
               GO TO 2700-VALIDATE-INITDATE-EXIT
            END-IF.

            MOVE EMP-INITDATE-YY TO WS-INITDATE-YY-N.
            MOVE EMP-INITDATE-MM TO WS-INITDATE-MM-N.
            MOVE EMP-INITDATE-DD TO WS-INITDATE-DD-N.

            IF WS-INITDATE-MM-N < 1 OR WS-INITDATE-MM-N > 12
               SET DATE-IS-INVALID TO TRUE
               GO TO 2700-VALIDATE-INITDATE-EXIT
            END-IF.

            EVALUATE WS-INITDATE-MM-N
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                  MOVE 31 TO WS-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO WS-MAX-DAY
               WHEN 2
                  DIVIDE WS-INITDATE-YY-N BY 400
                     GIVING WS-DATE-WORK REMAINDER WS-REM-400
                  DIVIDE WS-INITDATE-YY-N BY 100
                     GIVING WS-DATE-WORK REMAINDER WS-REM-100
                  DIVIDE WS-INITDATE-YY-N BY 4
                     GIVING WS-DATE-WORK REMAINDER WS-REM-4
                  IF WS-REM-400 = 0
                     OR (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)
                     MOVE 29 TO WS-MAX-DAY
                  ELSE
                     MOVE 28 TO WS-MAX-DAY
                  END-IF
            END-EVALUATE.

            IF WS-INITDATE-DD-N < 1 OR WS-INITDATE-DD-N > WS-MAX-DAY
               SET DATE-IS-INVALID TO TRUE
            END-IF.

        2700-VALIDATE-INITDATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2720-VALIDATE-EFFDATE - THE SAME CALENDAR VALIDATION AS   *
      * 2700, RUN AGAINST THE EFFECTIVE DATE.                     *
      *----------------------------------------------------------*
        2720-VALIDATE-EFFDATE.
            SET EFF-IS-VALID TO TRUE.

            IF EMP-EFFDATE IS NOT NUMERIC
               SET EFF-IS-INVALID TO TRUE
               GO TO 2720-VALIDATE-EFFDATE-EXIT
            END-IF.

            MOVE EMP-EFFDATE(1:4) TO WS-INITDATE-YY-N.
            MOVE EMP-EFFDATE(5:2) TO WS-INITDATE-MM-N.
            MOVE EMP-EFFDATE(7:2) TO WS-INITDATE-DD-N.

            IF WS-INITDATE-MM-N < 1 OR WS-INITDATE-MM-N > 12
               SET EFF-IS-INVALID TO TRUE
               GO TO 2720-VALIDATE-EFFDATE-EXIT
            END-IF.

            EVALUATE WS-INITDATE-MM-N
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                  MOVE 31 TO WS-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO WS-MAX-DAY
               WHEN 2
                  DIVIDE WS-INITDATE-YY-N BY 400
                     GIVING WS-DATE-WORK REMAINDER WS-REM-400
                  DIVIDE WS-INITDATE-YY-N BY 100
                     GIVING WS-DATE-WORK REMAINDER WS-REM-100
                  DIVIDE WS-INITDATE-YY-N BY 4
                     GIVING WS-DATE-WORK REMAINDER WS-REM-4
                  IF WS-REM-400 = 0
                     OR (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)
                     MOVE 29 TO WS-MAX-DAY
                  ELSE
                     MOVE 28 TO WS-MAX-DAY
                  END-IF
            END-EVALUATE.

            IF WS-INITDATE-DD-N < 1 OR WS-INITDATE-DD-N > WS-MAX-DAY
               SET EFF-IS-INVALID TO TRUE
            END-IF.

        2720-VALIDATE-EFFDATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2750-VALIDATE-DEPT - SAME DEPARTMENT REFERENCE CHECK AS   *
      * SF5EDIT: THE CODE MUST BE ON DEPTMSTR.DAT AND NOT         *
      * FLAGGED CLOSED.                                           *
      *----------------------------------------------------------*
        2750-VALIDATE-DEPT.
            SET DEPT-IS-VALID TO TRUE.
            MOVE EMP-DEPT TO DPT-CODE.
            READ DEPTMSTR
               INVALID KEY
                  SET DEPT-IS-UNKNOWN TO TRUE
               NOT INVALID KEY
                  IF ST-DEPTMSTR = "00"
                     IF DPT-CLOSED
                        SET DEPT-IS-CLOSED TO TRUE
                     END-IF
                  ELSE
                     SET DEPT-IS-UNKNOWN TO TRUE
                  END-IF
            END-READ.

        2750-VALIDATE-DEPT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE THE FILES AND SAY WHAT THE       *
      * SESSION DID.                                              *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            IF NOT MASTER-EMPTY
               CLOSE EMPMSTR
            END-IF.
            CLOSE DEPTMSTR.

            MOVE WS-LOOKUPS TO WS-COUNT-ED.
            DISPLAY "SF5DESK: EMPLOYEES LOOKED UP..: " WS-COUNT-ED.
            MOVE WS-ENTRIES-STAGED TO WS-COUNT-ED.
            DISPLAY "SF5DESK: TRANSACTIONS STAGED..: " WS-COUNT-ED.
            MOVE WS-ENTRIES-REFUSED TO WS-COUNT-ED.
            DISPLAY "SF5DESK: TRANSACTIONS REFUSED.: " WS-COUNT-ED.
            DISPLAY "SF5DESK: CLERK " WS-CLERK-ID " SIGNED OFF".

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5DESK.
