      *                    SNAPSHOT) NOW SETS RETURN CODE 12     *
      *                    INSTEAD OF 0, SO THE SF5NITE DRIVER   *
      *                    HOLDS THE REST OF THE NIGHT.          *
      *   2026-10-15  HRS  POSITION CONTROL: DEPTMSTR.DAT NOW    *
      *                    CARRIES EACH DEPARTMENT'S BUDGETED    *
      *                    POSITION COUNT AND FISCAL YEAR. AN    *
      *                    ADD OR REHIRE THAT WOULD TAKE A       *
      *                    DEPARTMENT'S ACTIVE-PLUS-ON-LEAVE     *
      *                    HEADCOUNT PAST ITS BUDGET IS NOT      *
      *                    APPLIED - IT IS HELD ON POSNEXT.DAT   *
      *                    (ROLLED TO POSHOLD.DAT WHEN THE RUN   *
      *                    COMPLETES, AND FED BACK IN EVERY RUN  *
      *                    LIKE PENDING.DAT) AND LISTED ON       *
      *                    POSHRPT.DAT FOR HR. HR APPROVES BY    *
      *                    PUTTING A RAISED CEILING FOR THE      *
      *                    DEPARTMENT AND FISCAL YEAR ON         *
      *                    POSAPPR.DAT. THE HEADCOUNTS ARE TAKEN *
      *                    FROM THE MASTER AT STARTUP AND KEPT   *
      *                    IN STEP IN 2650-WRITE-HISTORY. A RUN  *
      *                    THAT HELD ANYTHING ENDS WITH RETURN   *
      *                    CODE 4.                               *
      *   2026-10-15  HRS  EVERY ENTRY 2650-WRITE-HISTORY        *
      *                    JOURNALS IS ALSO FILED ON             *
      *                    EMPHIDX.DAT, THE KEYED COMPANION TO   *
      *                    THE JOURNAL (EMP-ID + DATE +          *
      *                    SEQUENCE), SO SF5HINQ CAN READ ONE    *
      *                    EMPLOYEE'S HISTORY BY KEY. AN INDEX   *
      *                    THAT CANNOT BE OPENED OR WRITTEN IS   *
      *                    REMOVED FOR SF5HIDX TO REBUILD; THE   *
      *                    UPDATE ITSELF CARRIES ON.             *
      *   2026-10-15  HRS  A COMPLETED RUN NOW EMPTIES           *
      *                    INITDATA.DAT, SO THE NEXT NIGHT DOES  *
      *                    NOT APPLY THE SAME TRANSACTIONS       *
      *                    AGAIN. A DEPARTMENT BUDGET FOR ANY    *
      *                    FISCAL YEAR BUT THE RUN'S HOLDS       *
      *                    NOTHING AND IS LISTED ON POSHRPT.DAT  *
      *                    AS NO BUDGET FOR YEAR (RETURN CODE    *
      *                    4). POSNEXT.DAT IS CLOSED ONCE, AND A *
      *                    RESTART CREATES A MISSING             *
      *                    POSHRPT.DAT.                          *
      *   2026-10-15  HRS  HR CAN NOW WITHDRAW A POSITION HOLD   *
      *                    WITH A WDRW LINE ON POSAPPR.DAT,      *
      *                    KEYED BY EMP-ID (OR NEW AND THE LAST  *
      *                    NAME FOR A HELD NEW HIRE); THE HOLD   *
      *                    IS NOT FED BACK IN AND GOES TO        *
      *                    DATAREJ.DAT AS POSITION HOLD          *
      *                    WITHDRAWN.                            *
      *   2026-10-15  HRS  A POSITION HOLD NOW FORCES A          *
      *                    CHECKPOINT, SO A RESTART NEVER HOLDS  *
      *                    THE SAME TRANSACTION TWICE, AND       *
      *                    RESTARTP.DAT CARRIES THE HELD AND NO- *
      *                    BUDGET COUNTS SO A RESTARTED RUN      *
      *                    STILL ENDS RC 4.                      *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPHIDX ASSIGN TO "EMPHIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HX-KEY
           FILE STATUS IS ST-HISTIDX.

        SELECT BKUPOUT ASSIGN TO WS-BKUP-FILE-NAME
           FILE STATUS IS ST-BACKUP
        ORGANIZATION IS SEQUENTIAL.
           FILE STATUS IS ST-PENDHOLD
        ORGANIZATION IS SEQUENTIAL.

        SELECT POSAPPR ASSIGN TO "POSAPPR.DAT"
           FILE STATUS IS ST-POSAPPR
        ORGANIZATION IS SEQUENTIAL.

        SELECT POSHOLD ASSIGN TO "POSHOLD.DAT"
           FILE STATUS IS ST-POSHOLD
        ORGANIZATION IS SEQUENTIAL.

        SELECT POSNEXT ASSIGN TO "POSNEXT.DAT"
           FILE STATUS IS ST-POSNEXT
        ORGANIZATION IS SEQUENTIAL.

        SELECT POSHRPT ASSIGN TO "POSHRPT.DAT"
           FILE STATUS IS ST-POSHRPT
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
      *     THE RAW TRANSACTION FILE IS ONLY TOUCHED BY THE SORT'S
            03 RC-NEXT-ID             PIC X(04).
            03 FILLER                 PIC X(01).
            03 RC-RUN-DATE            PIC X(08).
            03 FILLER                 PIC X(01).
            03 RC-POS-HELD-X          PIC X(09).
            03 RC-POS-HELD REDEFINES RC-POS-HELD-X
                                      PIC 9(09).
            03 FILLER                 PIC X(01).
            03 RC-POS-NO-FY-X         PIC X(09).
            03 RC-POS-NO-FY REDEFINES RC-POS-NO-FY-X
                                      PIC 9(09).

        FD CTLRPT.
        01 CTLRPT-LINE                PIC X(80).
            03 DPT-STATUS            PIC X(1).
                88 DPT-OPEN              VALUE "A".
                88 DPT-CLOSED            VALUE "C".
            03 DPT-BUDGET            PIC 9(5).
            03 DPT-FISCAL-YR         PIC X(4).

        FD EMPHIST.
        01 HISTORY-LINE              PIC X(217).

      *     THE KEYED COMPANION TO EMPHIST.DAT - EACH JOURNAL LINE,
      *     WHOLE, UNDER EMP-ID + JOURNAL DATE + SEQUENCE WITHIN THE
      *     DAY.  SF5HIDX BUILDS IT; WRITERS ONLY ADD TO IT.
        FD EMPHIDX.
        01 HISTIDX-REC.
            03 HX-KEY.
                05 HX-ID              PIC X(04).
                05 HX-DATE            PIC 9(08).
                05 HX-SEQ             PIC 9(04).
            03 HX-ENTRY               PIC X(217).

        FD BKUPOUT.
        01 BKUP-RECORD               PIC X(89).

        FD PENDHOLD.
        01 PENDHOLD-REC              PIC X(66).

      *     HR'S POSITION-CONTROL APPROVALS: A DEPARTMENT MAY RUN UP
      *     TO PA-CEILING ACTIVE-PLUS-ON-LEAVE HEADS IN THE FISCAL
      *     YEAR NAMED, WHATEVER ITS BUDGET ON DEPTMSTR.DAT SAYS.
      *     A LINE STARTING WDRW INSTEAD WITHDRAWS A POSITION HOLD:
      *     THE EMP-ID THE HOLD IS LISTED UNDER ON POSHRPT.DAT, OR
      *     NEW AND THE LAST NAME FOR A HELD NEW HIRE.
        FD POSAPPR.
        01 POS-APPROVAL-REC.
            03 PA-DEPT               PIC X(4).
                88 PA-WITHDRAWAL         VALUE "WDRW".
            03 PA-FISCAL-YR          PIC X(4).
            03 PA-CEILING            PIC X(5).
        01 POS-WITHDRAWAL-REC.
            03 FILLER                PIC X(4).
            03 PW-EMP-ID             PIC X(4).
                88 PW-NEW-HIRE           VALUE "NEW ".
            03 PW-LNAME              PIC X(20).

        FD POSHOLD.
        01 POSHOLD-REC               PIC X(66).

        FD POSNEXT.
        01 POSNEXT-REC               PIC X(66).

        FD POSHRPT.
        01 POSHOLD-LINE              PIC X(83).

        WORKING-STORAGE SECTION.

        01 WS-EMPLOYEES.
        01  ST-CSV       PIC XX.
        01  ST-DEPTMSTR  PIC XX.
        01  ST-HISTORY   PIC XX.
        01  ST-HISTIDX   PIC XX.
        01  ST-BACKUP    PIC XX.
        01  ST-BKUPCTL   PIC XX.
        01  ST-SEQDATA   PIC XX.
        01  ST-PAYHIST   PIC XX.
        01  ST-PENDING   PIC XX.
        01  ST-PENDHOLD  PIC XX.
        01  ST-POSAPPR   PIC XX.
        01  ST-POSHOLD   PIC XX.
        01  ST-POSNEXT   PIC XX.
        01  ST-POSHRPT   PIC XX.

        01  WS-BKUP-FILE-NAME        PIC X(16).
        01  WS-PURGE-FILE-NAME       PIC X(16).
        01  WS-HISTIDX-FILE-NAME     PIC X(16) VALUE "EMPHIDX.DAT".
        01  WS-SAVED-RC              PIC S9(04) COMP VALUE ZERO.

        01  WS-BKUP-COUNT            PIC 9(09) COMP VALUE ZERO.


        01  WS-RUN-DATE-X            PIC X(08).

      *     FINANCE NAMES A FISCAL YEAR FOR THE CALENDAR YEAR IT
      *     ENDS IN, AND WS-FY-START-MM IS ITS FIRST MONTH (01 MAKES
      *     IT THE CALENDAR YEAR).  A DEPARTMENT BUDGET IS ONLY
      *     ENFORCED FOR THE FISCAL YEAR THE RUN DATE FALLS IN.
        01  WS-FY-START-MM           PIC 9(02) VALUE 01.
        01  WS-RUN-MONTH             PIC 9(02).
        01  WS-RUN-FISCAL-YR         PIC 9(04).

      *     THE DATE USED TO DECIDE DUE VERSUS FUTURE DURING
      *     SEQUENCING.  NORMALLY THE RUN DATE; ON A RESTART IT IS
      *     THE ABORTED RUN'S DATE FROM RESTARTP.DAT, SO A RESTART
            03 WS-PENDING-IN          PIC 9(09) COMP VALUE ZERO.
            03 WS-PENDING-HELD        PIC 9(09) COMP VALUE ZERO.

        01  WS-POSITION-COUNTS.
            03 WS-POSHOLD-IN          PIC 9(09) COMP VALUE ZERO.
            03 WS-POSITION-HELD       PIC 9(09) COMP VALUE ZERO.
            03 WS-POSITION-NO-FY      PIC 9(09) COMP VALUE ZERO.
            03 WS-POSITION-WITHDRAWN  PIC 9(09) COMP VALUE ZERO.

      *     ACTIVE-PLUS-ON-LEAVE HEADCOUNT BY DEPARTMENT, COUNTED
      *     OFF THE MASTER AT STARTUP AND KEPT CURRENT BY
      *     2650-WRITE-HISTORY AS EACH TRANSACTION LANDS, SO AN ADD
      *     OR REHIRE IS JUDGED AGAINST THE DEPARTMENT AS IT STANDS
      *     AT THAT POINT IN THE RUN.
        01  WS-HEADCOUNT-TABLE.
            03 WS-HC-LIMIT            PIC 9(03) COMP VALUE 500.
            03 WS-HC-COUNT            PIC 9(03) COMP VALUE ZERO.
            03 WS-HC-ENTRY OCCURS 500 TIMES.
                05 WS-HC-DEPT         PIC X(04).
                05 WS-HC-FILLED       PIC 9(07) COMP.

        01  WS-HC-SUB                PIC 9(03) COMP.

      *     HR'S APPROVED CEILINGS FROM POSAPPR.DAT.
        01  WS-APPROVAL-TABLE.
            03 WS-APPR-LIMIT          PIC 9(03) COMP VALUE 200.
            03 WS-APPR-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-APPR-ENTRY OCCURS 200 TIMES.
                05 WS-AE-DEPT         PIC X(04).
                05 WS-AE-FISCAL-YR    PIC X(04).
                05 WS-AE-CEILING      PIC 9(05).

        01  WS-APPR-SUB              PIC 9(03) COMP.

      *     HR'S WITHDRAWN POSITION HOLDS FROM POSAPPR.DAT.
        01  WS-WITHDRAWAL-TABLE.
            03 WS-WDRW-LIMIT          PIC 9(03) COMP VALUE 200.
            03 WS-WDRW-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-WDRW-ENTRY OCCURS 200 TIMES.
                05 WS-WE-EMP-ID       PIC X(04).
                05 WS-WE-LNAME        PIC X(20).

        01  WS-WDRW-SUB              PIC 9(03) COMP.
        01  WS-WDRW-FOUND-SW         PIC X(01).
            88 HOLD-WITHDRAWN            VALUE "Y".

        01  WS-POSITION-WORK.
            03 WS-POS-DEPT            PIC X(04).
            03 WS-POS-FILLED          PIC 9(07) COMP.
            03 WS-POS-BUDGET          PIC 9(05).
            03 WS-POS-APPROVED        PIC 9(05).
            03 WS-POS-CEILING         PIC 9(05).

        01  WS-POSHOLD-HEADING.
            03 FILLER                PIC X(43) VALUE
               "SF5UPDEL POSITION-CONTROL HOLDS - RUN DATE ".
            03 WS-POSHH-DATE         PIC 9(08).
            03 FILLER                PIC X(29) VALUE SPACE.

        01  WS-POSHOLD-COLUMNS.
            03 FILLER                PIC X(09) VALUE "RUN DATE".
            03 FILLER                PIC X(02) VALUE "T".
            03 FILLER                PIC X(05) VALUE "ID".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(05) VALUE "DEPT".
            03 FILLER                PIC X(05) VALUE "FY".
            03 FILLER                PIC X(06) VALUE "FILLD".
            03 FILLER                PIC X(06) VALUE "BUDGT".
            03 FILLER                PIC X(06) VALUE "APPRV".
            03 FILLER                PIC X(18) VALUE "NOTE".

        01  WS-POSHOLD-DETAIL.
            03 WS-PSH-DATE           PIC 9(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-TRAN           PIC X(01).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-ID             PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-LNAME          PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-DEPT           PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-FISCAL-YR      PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-FILLED         PIC Z(4)9.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-BUDGET         PIC Z(4)9.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-APPROVED       PIC Z(4)9.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PSH-NOTE           PIC X(18).

        01  WS-MAX-DAY               PIC 9(2).
        01  WS-DATE-WORK             PIC 9(4).
        01  WS-REM-400               PIC 9(4).
        01  WS-SWITCHES.
            03 WS-MASTER-EOF-SW      PIC X(01) VALUE "N".
                88 MASTER-EOF            VALUE "Y".
            03 WS-HISTIDX-SW         PIC X(01) VALUE "N".
                88 HISTIDX-IN-STEP       VALUE "Y".
            03 WS-HX-PUT-SW          PIC X(01) VALUE "N".
                88 HX-PUT-DONE           VALUE "Y".
            03 WS-LNAME-DEFAULT-SW   PIC X(01) VALUE "N".
                88 LNAME-WAS-DEFAULTED   VALUE "Y".
            03 WS-NAME-DEFAULT-SW    PIC X(01) VALUE "N".
                88 CHECKPOINT-FORCED    VALUE "Y".
            03 WS-STOP-ON-ERROR-SW  PIC X(01) VALUE "N".
                88 STOP-ON-ERROR         VALUE "Y".
            03 WS-POSHOLD-EOF-SW    PIC X(01) VALUE "N".
                88 POSHOLD-EOF          VALUE "Y".
            03 WS-POSAPPR-EOF-SW    PIC X(01) VALUE "N".
                88 POSAPPR-EOF          VALUE "Y".
            03 WS-POSITION-SW       PIC X(01) VALUE "N".
                88 POSITION-WITHIN-BUDGET VALUE "N".
                88 POSITION-OVER-BUDGET VALUE "Y".
                88 POSITION-NO-BUDGET-YEAR VALUE "F".
            03 WS-ON-MASTER-SW      PIC X(01) VALUE "N".
                88 ID-ON-MASTER         VALUE "Y".
            03 WS-HC-SCAN-SW        PIC X(01) VALUE "N".
                88 HC-SCAN-DONE         VALUE "Y".
            03 WS-POSNEXT-OPEN-SW   PIC X(01) VALUE "N".
                88 POSNEXT-IS-OPEN      VALUE "Y".

        01  WS-AUDIT-PTR            PIC 9(03) COMP.

            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-ID            PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-BEFORE.
                05 FILLER            PIC X(52).
                05 WS-HB-DEPT        PIC X(04).
                05 WS-HB-STATUS      PIC X(01).
                05 FILLER            PIC X(43).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-AFTER.
                05 FILLER            PIC X(52).
                05 WS-HA-DEPT        PIC X(04).
                05 WS-HA-STATUS      PIC X(01).
                05 FILLER            PIC X(43).

        PROCEDURE DIVISION.

               STOP RUN
            END-IF.

      *     TRANSACTIONS HELD FOR POSITION CONTROL THIS RUN.  LIKE
      *     PENDHOLD.DAT, THE SET ONLY REPLACES POSHOLD.DAT WHEN
      *     THE RUN COMPLETES (SEE 9450); A RESTART EXTENDS IT SO
      *     THE HOLDS MADE BEFORE THE ABORT ARE NOT LOST.
            IF RESTART-REQUESTED
               OPEN EXTEND POSNEXT
               IF ST-POSNEXT = "35"
                  OPEN OUTPUT POSNEXT
               END-IF
            ELSE
               OPEN OUTPUT POSNEXT
            END-IF.
            IF ST-POSNEXT NOT = "00"
               DISPLAY "SF5UPDEL: BAD OPEN ON POSNEXT.DAT, STATUS "
                  ST-POSNEXT
               PERFORM 9000-END-PROGRAM
                  THRU 9000-END-PROGRAM-EXIT
               STOP RUN
            END-IF.
            SET POSNEXT-IS-OPEN TO TRUE.

            IF RESTART-REQUESTED
               OPEN EXTEND POSHRPT
               IF ST-POSHRPT = "35"
                  OPEN OUTPUT POSHRPT
               END-IF
            ELSE
               OPEN OUTPUT POSHRPT
            END-IF.
            IF ST-POSHRPT NOT = "00"
               DISPLAY "SF5UPDEL: BAD OPEN ON POSHRPT.DAT, STATUS "
                  ST-POSHRPT
               PERFORM 9000-END-PROGRAM
                  THRU 9000-END-PROGRAM-EXIT
               STOP RUN
            END-IF.

      *     THE HISTORY JOURNAL IS CUMULATIVE ACROSS RUNS - IT IS
      *     ALWAYS EXTENDED, NEVER TRUNCATED.  A BRAND-NEW SITE WITH
      *     NO JOURNAL YET GETS ONE CREATED.
               STOP RUN
            END-IF.

      *     THE KEYED COMPANION FOLLOWS THE JOURNAL ENTRY FOR ENTRY.
      *     ONLY SF5HIDX EVER BUILDS IT - A MISSING ONE STAYS
      *     MISSING UNTIL REBUILT, SINCE AN INDEX STARTED EMPTY HERE
      *     WOULD ANSWER INQUIRIES WITH PART OF THE STORY.
            OPEN I-O EMPHIDX.
            IF ST-HISTIDX = "00"
               SET HISTIDX-IN-STEP TO TRUE
            ELSE
               DISPLAY "SF5UPDEL: EMPHIDX.DAT NOT OPENED, STATUS "
                  ST-HISTIDX ", RUN SF5HIDX TO REBUILD IT"
               IF ST-HISTIDX NOT = "35"
                  PERFORM 2680-DROP-HISTORY-INDEX
                     THRU 2680-DROP-HISTORY-INDEX-EXIT
               END-IF
            END-IF.

      *     THE PAY FILE AND ITS JOURNAL SIT APART FROM THE
      *     MASTER/EXTRACT CHAIN SO THE CONFIDENTIAL FIGURES NEVER
      *     REACH DATAOUT.DAT OR DATAOUT.CSV.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-DATE TO WS-RUN-DATE-X.
            MOVE WS-RUN-DATE-X TO WS-CLASS-DATE-X.
            MOVE WS-RUN-DATE-X(1:4) TO WS-RUN-FISCAL-YR.
            MOVE WS-RUN-DATE-X(5:2) TO WS-RUN-MONTH.
            IF WS-FY-START-MM > 1 AND WS-RUN-MONTH >= WS-FY-START-MM
               ADD 1 TO WS-RUN-FISCAL-YR
            END-IF.

            IF NOT RESTART-REQUESTED
               MOVE WS-RUN-DATE TO WS-POSHH-DATE
               WRITE POSHOLD-LINE FROM WS-POSHOLD-HEADING
               MOVE SPACE TO POSHOLD-LINE
               WRITE POSHOLD-LINE
               WRITE POSHOLD-LINE FROM WS-POSHOLD-COLUMNS
            END-IF.

      *     THE HEADCOUNT IS TAKEN FROM THE MASTER AS IT STANDS -
      *     ON A RESTART THAT ALREADY INCLUDES EVERYTHING THE
      *     ABORTED RUN APPLIED, WHICH IS EXACTLY WHAT THE
      *     REMAINING TRANSACTIONS MUST BE JUDGED AGAINST.
            PERFORM 1800-LOAD-HEADCOUNTS
               THRU 1800-LOAD-HEADCOUNTS-EXIT.

            PERFORM 1850-LOAD-APPROVALS
               THRU 1850-LOAD-APPROVALS-EXIT.

      *     A RESTART MUST PICK UP ITS CONTROL VALUES BEFORE THE
      *     SEQUENCING BELOW RUNS - THE DUE/FUTURE CLASSIFICATION
                  MOVE ZERO TO RC-DEFAULT-COUNT
                  MOVE SPACE TO RC-NEXT-ID
                  MOVE SPACE TO RC-RUN-DATE
                  MOVE SPACE TO RC-POS-HELD-X
                  MOVE SPACE TO RC-POS-NO-FY-X
            END-READ.
            CLOSE RESTARTP.

            IF RC-NEXT-ID IS NUMERIC
               MOVE RC-NEXT-ID TO WS-NEXT-ASSIGN-ID
            END-IF.
      *     THE POSITION-CONTROL COUNTS SO FAR, SO A RESTART
      *     AFTER HOLDS WERE MADE STILL ENDS ON ITS WARNING.
            IF RC-POS-HELD-X IS NUMERIC
               MOVE RC-POS-HELD TO WS-POSITION-HELD
            END-IF.
            IF RC-POS-NO-FY-X IS NUMERIC
               MOVE RC-POS-NO-FY TO WS-POSITION-NO-FY
            END-IF.
            IF RC-RUN-DATE IS NUMERIC
               MOVE RC-RUN-DATE TO WS-CLASS-DATE-X
            ELSE
        1740-WRITE-ONE-GENERATION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1800-LOAD-HEADCOUNTS - COUNT THE ACTIVE AND ON-LEAVE      *
      * EMPLOYEES IN EACH DEPARTMENT OFF THE MASTER, FOR THE      *
      * POSITION-CONTROL CHECK ON ADDS AND REHIRES.               *
      *----------------------------------------------------------*
        1800-LOAD-HEADCOUNTS.
            MOVE "N" TO WS-MASTER-EOF-SW.
            MOVE LOW-VALUES TO MST-ID.
            START EMPMSTR KEY IS NOT LESS THAN MST-ID
               INVALID KEY SET MASTER-EOF TO TRUE
            END-START.
            PERFORM 1810-COUNT-ONE-MASTER
               THRU 1810-COUNT-ONE-MASTER-EXIT
               UNTIL MASTER-EOF.
            MOVE "N" TO WS-MASTER-EOF-SW.

        1800-LOAD-HEADCOUNTS-EXIT.
            EXIT.

        1810-COUNT-ONE-MASTER.
            READ EMPMSTR NEXT RECORD
               AT END
                  SET MASTER-EOF TO TRUE
                  GO TO 1810-COUNT-ONE-MASTER-EXIT
            END-READ.
            IF ST-MASTER NOT = "00"
               MOVE "EMPMSTR" TO WS-ERR-FILE-NAME
               MOVE ST-MASTER TO WS-ERR-STATUS
               MOVE MASTER-EMPLOYEES TO WS-ERR-RECORD-IMAGE
               PERFORM 8000-LOG-ERROR
                  THRU 8000-LOG-ERROR-EXIT
               SET MASTER-EOF TO TRUE
               GO TO 1810-COUNT-ONE-MASTER-EXIT
            END-IF.
            IF MST-ACTIVE OR MST-ON-LEAVE
               MOVE MST-DEPT TO WS-POS-DEPT
               PERFORM 2770-FIND-HEADCOUNT
                  THRU 2770-FIND-HEADCOUNT-EXIT
               IF WS-HC-SUB > ZERO
                  ADD 1 TO WS-HC-FILLED(WS-HC-SUB)
               END-IF
            END-IF.

        1810-COUNT-ONE-MASTER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1850-LOAD-APPROVALS - LOAD HR'S APPROVED HEADCOUNT        *
      * CEILINGS AND WITHDRAWN HOLDS.  NO POSAPPR.DAT SIMPLY      *
      * MEANS NOTHING IS APPROVED OVER BUDGET; A LINE WITH A      *
      * NON-NUMERIC CEILING OR FISCAL YEAR IS SKIPPED AND         *
      * REPORTED, NEVER GUESSED AT.                               *
      *----------------------------------------------------------*
        1850-LOAD-APPROVALS.
            OPEN INPUT POSAPPR.
            IF ST-POSAPPR NOT = "00"
               DISPLAY "SF5UPDEL: NO POSAPPR.DAT FOUND, STATUS "
                  ST-POSAPPR ", NO OVER-BUDGET APPROVALS"
               GO TO 1850-LOAD-APPROVALS-EXIT
            END-IF.
            PERFORM 1860-LOAD-ONE-APPROVAL
               THRU 1860-LOAD-ONE-APPROVAL-EXIT
               UNTIL POSAPPR-EOF.
            CLOSE POSAPPR.

        1850-LOAD-APPROVALS-EXIT.
            EXIT.

        1860-LOAD-ONE-APPROVAL.
            READ POSAPPR
               AT END
                  SET POSAPPR-EOF TO TRUE
                  GO TO 1860-LOAD-ONE-APPROVAL-EXIT
            END-READ.
            IF ST-POSAPPR NOT = "00"
               DISPLAY "SF5UPDEL: BAD READ ON POSAPPR.DAT, STATUS "
                  ST-POSAPPR ", REMAINING APPROVALS SKIPPED"
               SET POSAPPR-EOF TO TRUE
               GO TO 1860-LOAD-ONE-APPROVAL-EXIT
            END-IF.
            IF PA-WITHDRAWAL
               PERFORM 1870-LOAD-ONE-WITHDRAWAL
                  THRU 1870-LOAD-ONE-WITHDRAWAL-EXIT
               GO TO 1860-LOAD-ONE-APPROVAL-EXIT
            END-IF.
            IF PA-CEILING IS NOT NUMERIC
               OR PA-FISCAL-YR IS NOT NUMERIC
               DISPLAY "SF5UPDEL: BAD APPROVAL LINE FOR DEPT "
                  PA-DEPT " ON POSAPPR.DAT, SKIPPED"
               GO TO 1860-LOAD-ONE-APPROVAL-EXIT
            END-IF.
            IF WS-APPR-COUNT >= WS-APPR-LIMIT
               DISPLAY "SF5UPDEL: APPROVAL TABLE FULL AT "
                  WS-APPR-LIMIT ", REMAINING APPROVALS SKIPPED"
               SET POSAPPR-EOF TO TRUE
               GO TO 1860-LOAD-ONE-APPROVAL-EXIT
            END-IF.
            ADD 1 TO WS-APPR-COUNT.
            MOVE PA-DEPT TO WS-AE-DEPT(WS-APPR-COUNT).
            MOVE PA-FISCAL-YR TO WS-AE-FISCAL-YR(WS-APPR-COUNT).
            MOVE PA-CEILING TO WS-AE-CEILING(WS-APPR-COUNT).

        1860-LOAD-ONE-APPROVAL-EXIT.
            EXIT.

        1870-LOAD-ONE-WITHDRAWAL.
            IF PW-EMP-ID = SPACE
               OR (PW-NEW-HIRE AND PW-LNAME = SPACE)
               DISPLAY "SF5UPDEL: BAD WITHDRAWAL LINE ON POSAPPR.DAT, "
                  "SKIPPED"
               GO TO 1870-LOAD-ONE-WITHDRAWAL-EXIT
            END-IF.
            IF WS-WDRW-COUNT >= WS-WDRW-LIMIT
               DISPLAY "SF5UPDEL: WITHDRAWAL TABLE FULL AT "
                  WS-WDRW-LIMIT ", WITHDRAWAL FOR " PW-EMP-ID
                  " SKIPPED"
               GO TO 1870-LOAD-ONE-WITHDRAWAL-EXIT
            END-IF.
            ADD 1 TO WS-WDRW-COUNT.
            MOVE PW-EMP-ID TO WS-WE-EMP-ID(WS-WDRW-COUNT).
            MOVE PW-LNAME TO WS-WE-LNAME(WS-WDRW-COUNT).

        1870-LOAD-ONE-WITHDRAWAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1900-SEQUENCE-TRANSACTIONS - SORT THE RAW TRANSACTION     *
      * FILE BY EMP-ID, TRANSACTION RANK (ADD, REHIRE, CHANGE,    *

      *----------------------------------------------------------*
      * 1910-SEQ-INPUT - FEED THE SORT.  TRANSACTIONS HELD OVER   *
      * FROM EARLIER RUNS (PENDING.DAT, THEN THE POSITION-CONTROL *
      * HOLDS ON POSHOLD.DAT) GO IN FIRST, THEN THE               *
      * RAW INPUT FILE; ANY TRANSACTION WHOSE EFFECTIVE DATE IS   *
      * STILL IN THE FUTURE IS DIVERTED TO PENDHOLD.DAT INSTEAD   *
      * OF THE SORT.  THE HELD SET ONLY REPLACES PENDING.DAT      *
               CLOSE PENDING
            END-IF.

      *     A POSITION HOLD GOES BACK THROUGH THE UPDATE EVERY RUN
      *     UNTIL HR APPROVES IT (POSAPPR.DAT), A VACANCY OPENS OR
      *     HR WITHDRAWS IT - NOBODY HAS TO RE-KEY IT.
            OPEN INPUT POSHOLD.
            IF ST-POSHOLD = "00"
               PERFORM 1916-RELEASE-ONE-POSHOLD
                  THRU 1916-RELEASE-ONE-POSHOLD-EXIT
                  UNTIL POSHOLD-EOF
               CLOSE POSHOLD
            END-IF.

            PERFORM 1920-RELEASE-ONE-TRAN
               THRU 1920-RELEASE-ONE-TRAN-EXIT
               UNTIL DATAS-EOF.
        1915-RELEASE-ONE-PENDING-EXIT.
            EXIT.

        1916-RELEASE-ONE-POSHOLD.
            READ POSHOLD
               AT END
                  SET POSHOLD-EOF TO TRUE
                  GO TO 1916-RELEASE-ONE-POSHOLD-EXIT
            END-READ.
            IF ST-POSHOLD NOT = "00"
               MOVE "POSHOLD" TO WS-ERR-FILE-NAME
               MOVE ST-POSHOLD TO WS-ERR-STATUS
               MOVE POSHOLD-REC(1:64) TO WS-ERR-RECORD-IMAGE
               PERFORM 8000-LOG-ERROR
                  THRU 8000-LOG-ERROR-EXIT
               SET POSHOLD-EOF TO TRUE
               GO TO 1916-RELEASE-ONE-POSHOLD-EXIT
            END-IF.
            ADD 1 TO WS-POSHOLD-IN.
            MOVE POSHOLD-REC TO WS-TRAN-WORK.
            MOVE "N" TO WS-WDRW-FOUND-SW.
            MOVE 1 TO WS-WDRW-SUB.
            PERFORM 1917-MATCH-ONE-WITHDRAWAL
               THRU 1917-MATCH-ONE-WITHDRAWAL-EXIT
               UNTIL WS-WDRW-SUB > WS-WDRW-COUNT
                  OR HOLD-WITHDRAWN.
            IF HOLD-WITHDRAWN
               PERFORM 1918-REJECT-WITHDRAWN-HOLD
                  THRU 1918-REJECT-WITHDRAWN-HOLD-EXIT
               GO TO 1916-RELEASE-ONE-POSHOLD-EXIT
            END-IF.
            PERFORM 1925-CLASSIFY-AND-RELEASE
               THRU 1925-CLASSIFY-AND-RELEASE-EXIT.

        1916-RELEASE-ONE-POSHOLD-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1917-MATCH-ONE-WITHDRAWAL - A HOLD IS WITHDRAWN BY ITS    *
      * EMP-ID, OR, FOR A NEW HIRE THAT HAS NONE YET, BY NEW AND  *
      * THE LAST NAME IT WAS KEYED UNDER.                         *
      *----------------------------------------------------------*
        1917-MATCH-ONE-WITHDRAWAL.
            IF WS-WE-EMP-ID(WS-WDRW-SUB) = "NEW "
               IF (WS-TRAN-WORK(2:4) = SPACE
                   OR WS-TRAN-WORK(2:4) = LOW-VALUE)
                  AND WS-TRAN-WORK(6:20) = WS-WE-LNAME(WS-WDRW-SUB)
                  SET HOLD-WITHDRAWN TO TRUE
               END-IF
            ELSE
               IF WS-TRAN-WORK(2:4) = WS-WE-EMP-ID(WS-WDRW-SUB)
                  SET HOLD-WITHDRAWN TO TRUE
               END-IF
            END-IF.
            ADD 1 TO WS-WDRW-SUB.

        1917-MATCH-ONE-WITHDRAWAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1918-REJECT-WITHDRAWN-HOLD - HR HAS WITHDRAWN THE HOLD,   *
      * SO IT IS NOT FED BACK IN AND DROPS OFF POSHOLD.DAT WHEN   *
      * THE RUN COMPLETES; IT GOES TO DATAREJ.DAT WITH THE REASON *
      * SO THE WITHDRAWAL IS ON RECORD.  A RESTART RE-READS THE   *
      * SAME POSHOLD.DAT, AND THE ABORTED RUN ALREADY LOGGED IT.  *
      *----------------------------------------------------------*
        1918-REJECT-WITHDRAWN-HOLD.
            ADD 1 TO WS-POSITION-WITHDRAWN.
            IF RESTART-REQUESTED
               GO TO 1918-REJECT-WITHDRAWN-HOLD-EXIT
            END-IF.
            MOVE WS-RUN-DATE TO WS-REJECT-DATE.
            MOVE WS-TRAN-WORK(2:4) TO WS-REJECT-ID.
            MOVE WS-TRAN-WORK(46:8) TO WS-REJECT-INITDATE.
            MOVE "POSITION HOLD WITHDRAWN" TO WS-REJECT-REASON.
            WRITE REJECT-LINE FROM WS-REJECT-REC.

        1918-REJECT-WITHDRAWN-HOLD-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1920-RELEASE-ONE-TRAN - HAND ONE RAW TRANSACTION TO THE   *
      * SORT.  THE RANK PUTS AN ADD FIRST, THEN A REHIRE (SO      *
               MOVE WS-DEFAULT-COUNT TO RC-DEFAULT-COUNT
               MOVE WS-NEXT-ASSIGN-ID TO RC-NEXT-ID
               MOVE WS-CLASS-DATE-X TO RC-RUN-DATE
               MOVE WS-POSITION-HELD TO RC-POS-HELD
               MOVE WS-POSITION-NO-FY TO RC-POS-NO-FY
               WRITE RESTART-LINE
               CLOSE RESTARTP
               MOVE "N" TO WS-CKPT-FORCE-SW
      * IDASSIGN.DAT ONCE THE RECORD IS SAFELY ON THE MASTER.     *
      *----------------------------------------------------------*
        2200-APPLY-ADD.
      *     THE POSITION CHECK COMES BEFORE A NUMBER IS ASSIGNED,
      *     SO A HELD NEW HIRE DOES NOT BURN ONE - IT IS HELD WITH
      *     ITS BLANK EMP-ID AND NUMBERED THE RUN IT IS APPLIED.
            IF WS-STATUS NOT = "T"
               PERFORM 2210-CHECK-ADD-POSITION
                  THRU 2210-CHECK-ADD-POSITION-EXIT
               IF POSITION-OVER-BUDGET
                  PERFORM 2790-HOLD-FOR-POSITION
                     THRU 2790-HOLD-FOR-POSITION-EXIT
                  GO TO 2200-APPLY-ADD-EXIT
               END-IF
            END-IF.
            IF ID-NEEDS-ASSIGN
               PERFORM 2250-ASSIGN-NEXT-ID
                  THRU 2250-ASSIGN-NEXT-ID-EXIT
        2200-APPLY-ADD-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2210-CHECK-ADD-POSITION - AN ADD ONLY FILLS A POSITION    *
      * WHEN IT CREATES A RECORD.  A RE-SENT ADD FOR AN EMP-ID    *
      * ALREADY ON THE MASTER IS APPLIED AS A CHANGE (SEE 2200),  *
      * WHICH POSITION CONTROL DOES NOT POLICE.                   *
      *----------------------------------------------------------*
        2210-CHECK-ADD-POSITION.
            SET POSITION-WITHIN-BUDGET TO TRUE.
            MOVE "N" TO WS-ON-MASTER-SW.
            IF NOT ID-NEEDS-ASSIGN
               MOVE WS-ID TO MST-ID
               READ EMPMSTR
                  INVALID KEY
                     CONTINUE
               END-READ
               IF ST-MASTER NOT = "23"
                  SET ID-ON-MASTER TO TRUE
               END-IF
            END-IF.
            IF ID-ON-MASTER
               GO TO 2210-CHECK-ADD-POSITION-EXIT
            END-IF.
            MOVE WS-DEPT TO WS-POS-DEPT.
            PERFORM 2780-CHECK-POSITION-BUDGET
               THRU 2780-CHECK-POSITION-BUDGET-EXIT.

        2210-CHECK-ADD-POSITION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2250-ASSIGN-NEXT-ID - HAND THE TRANSACTION THE NEXT       *
      * AVAILABLE EMP-ID.  A NUMBER ALREADY SITTING ON THE        *
                        PERFORM 2800-WRITE-REJECT-LINE
                           THRU 2800-WRITE-REJECT-LINE-EXIT
                     ELSE
      *                 A REHIRE REFILLS A POSITION IN THE
      *                 DEPARTMENT IT COMES BACK TO - THE ONE
      *                 RESUPPLIED, OR THE ONE ON FILE.
                        IF WS-DEPT NOT = SPACE
                                    AND WS-DEPT NOT = LOW-VALUE
                           MOVE WS-DEPT TO WS-POS-DEPT
                        ELSE
                           MOVE MST-DEPT TO WS-POS-DEPT
                        END-IF
                        PERFORM 2780-CHECK-POSITION-BUDGET
                           THRU 2780-CHECK-POSITION-BUDGET-EXIT
                        IF POSITION-OVER-BUDGET
                           PERFORM 2790-HOLD-FOR-POSITION
                              THRU 2790-HOLD-FOR-POSITION-EXIT
                        ELSE
                           MOVE MASTER-EMPLOYEES TO WS-HIST-BEFORE
                           IF WS-LNAME NOT = SPACE
                                       AND WS-LNAME NOT = LOW-VALUE
                              MOVE WS-LNAME TO MST-LNAME
                           END-IF
                           IF WS-NAME NOT = SPACE
                                       AND WS-NAME NOT = LOW-VALUE
                              MOVE WS-NAME TO MST-NAME
                           END-IF
                           IF WS-INITDATE NOT = SPACES
                                       AND WS-INITDATE NOT = LOW-VALUES
                              MOVE WS-INITDATE TO MST-INITDATE
                           END-IF
                           IF WS-DEPT NOT = SPACE
                                       AND WS-DEPT NOT = LOW-VALUE
                              MOVE WS-DEPT TO MST-DEPT
                           END-IF
                           SET MST-ACTIVE TO TRUE
                           MOVE SPACE TO MST-TERMDATE
                           MOVE WS-EFF-APPLY-DATE TO MST-REHIREDATE
                           REWRITE MASTER-EMPLOYEES
                           IF ST-MASTER = "00"
                              MOVE MASTER-EMPLOYEES TO WS-HIST-AFTER
                              PERFORM 2650-WRITE-HISTORY
                                 THRU 2650-WRITE-HISTORY-EXIT
                           END-IF
                        END-IF
                     END-IF
                  END-IF
      * FROM HR, AND THE FULL BEFORE AND AFTER RECORD IMAGES.     *
      * THE CALLER LEAVES THE BEFORE IMAGE IN WS-HIST-BEFORE      *
      * (SPACES FOR A BRAND-NEW RECORD) AND THE AFTER IMAGE IN    *
      * WS-HIST-AFTER BEFORE PERFORMING THIS PARAGRAPH.  EVERY    *
      * MASTER WRITE PASSES THROUGH HERE, SO THIS IS ALSO WHERE   *
      * THE POSITION-CONTROL HEADCOUNTS ARE KEPT IN STEP.         *
      *----------------------------------------------------------*
        2650-WRITE-HISTORY.
            PERFORM 2660-ADJUST-HEADCOUNTS
               THRU 2660-ADJUST-HEADCOUNTS-EXIT.
            MOVE WS-RUN-DATE TO WS-HIST-DATE.
            MOVE TRAN-CODE TO WS-HIST-TRAN.
            MOVE MST-ID TO WS-HIST-ID.
               MOVE WS-HIST-REC(1:64) TO WS-ERR-RECORD-IMAGE
               PERFORM 8000-LOG-ERROR
                  THRU 8000-LOG-ERROR-EXIT
            ELSE
               PERFORM 2670-INDEX-HISTORY
                  THRU 2670-INDEX-HISTORY-EXIT
            END-IF.

        2650-WRITE-HISTORY-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2670-INDEX-HISTORY - FILE THE ENTRY JUST JOURNALED ON     *
      * EMPHIDX.DAT UNDER ITS EMP-ID AND DATE, AT THE FIRST FREE  *
      * SEQUENCE NUMBER FOR THE DAY, SO SF5HINQ READS IT BY KEY.  *
      * AN INDEX THAT CANNOT TAKE THE ENTRY IS REMOVED RATHER     *
      * THAN LEFT SHORT - SF5HINQ THEN READS THE FLAT JOURNAL     *
      * UNTIL SF5HIDX REBUILDS IT.                                *
      *----------------------------------------------------------*
        2670-INDEX-HISTORY.
            IF NOT HISTIDX-IN-STEP
               GO TO 2670-INDEX-HISTORY-EXIT
            END-IF.
            MOVE WS-HIST-ID TO HX-ID.
            MOVE WS-HIST-DATE TO HX-DATE.
            MOVE 1 TO HX-SEQ.
            MOVE WS-HIST-REC TO HX-ENTRY.
            MOVE "N" TO WS-HX-PUT-SW.
            PERFORM 2675-PUT-INDEX-ENTRY
               THRU 2675-PUT-INDEX-ENTRY-EXIT
               UNTIL HX-PUT-DONE.

        2670-INDEX-HISTORY-EXIT.
            EXIT.

        2675-PUT-INDEX-ENTRY.
            WRITE HISTIDX-REC.
            IF ST-HISTIDX = "22" AND HX-SEQ < 9999
               ADD 1 TO HX-SEQ
               GO TO 2675-PUT-INDEX-ENTRY-EXIT
            END-IF.
            SET HX-PUT-DONE TO TRUE.
            IF ST-HISTIDX NOT = "00"
               DISPLAY "SF5UPDEL: BAD WRITE ON EMPHIDX.DAT, STATUS "
                  ST-HISTIDX ", EMP-ID " HX-ID
               PERFORM 2680-DROP-HISTORY-INDEX
                  THRU 2680-DROP-HISTORY-INDEX-EXIT
            END-IF.

        2675-PUT-INDEX-ENTRY-EXIT.
            EXIT.

        2680-DROP-HISTORY-INDEX.
            IF HISTIDX-IN-STEP
               CLOSE EMPHIDX
            END-IF.
            MOVE "N" TO WS-HISTIDX-SW.
            MOVE RETURN-CODE TO WS-SAVED-RC.
            CALL "CBL_DELETE_FILE" USING WS-HISTIDX-FILE-NAME.
            IF RETURN-CODE = ZERO
               DISPLAY "SF5UPDEL: EMPHIDX.DAT REMOVED AS OUT OF STEP, "
                  "RUN SF5HIDX TO REBUILD IT"
            ELSE
               DISPLAY "SF5UPDEL: EMPHIDX.DAT OUT OF STEP, REMOVE IT "
                  "BY HAND AND RUN SF5HIDX"
            END-IF.
            MOVE WS-SAVED-RC TO RETURN-CODE.

        2680-DROP-HISTORY-INDEX-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2660-ADJUST-HEADCOUNTS - THE BEFORE IMAGE GIVES UP ITS    *
      * POSITION IF IT HELD ONE (ACTIVE OR ON LEAVE) AND THE      *
      * AFTER IMAGE TAKES ONE IF IT HOLDS ONE, SO A HIRE, A       *
      * TERMINATION, A REHIRE AND A DEPARTMENT CHANGE ALL MOVE    *
      * THE RIGHT COUNTS.  A BLANK BEFORE IMAGE (NEW RECORD)      *
      * GIVES UP NOTHING.                                         *
      *----------------------------------------------------------*
        2660-ADJUST-HEADCOUNTS.
            IF WS-HB-STATUS = "A" OR WS-HB-STATUS = "L"
               MOVE WS-HB-DEPT TO WS-POS-DEPT
               PERFORM 2770-FIND-HEADCOUNT
                  THRU 2770-FIND-HEADCOUNT-EXIT
               IF WS-HC-SUB > ZERO
                  IF WS-HC-FILLED(WS-HC-SUB) > ZERO
                     SUBTRACT 1 FROM WS-HC-FILLED(WS-HC-SUB)
                  END-IF
               END-IF
            END-IF.
            IF WS-HA-STATUS = "A" OR WS-HA-STATUS = "L"
               MOVE WS-HA-DEPT TO WS-POS-DEPT
               PERFORM 2770-FIND-HEADCOUNT
                  THRU 2770-FIND-HEADCOUNT-EXIT
               IF WS-HC-SUB > ZERO
                  ADD 1 TO WS-HC-FILLED(WS-HC-SUB)
               END-IF
            END-IF.

        2660-ADJUST-HEADCOUNTS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2700-VALIDATE-INITDATE - CHECK THE INCOMING INITIATION    *
      * DATE IS NUMERIC AND CALENDAR-VALID (MONTH 01-12, DAY      *
        2750-VALIDATE-DEPT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2770-FIND-HEADCOUNT - LOCATE WS-POS-DEPT IN THE HEADCOUNT *
      * TABLE, ADDING IT WITH A ZERO COUNT THE FIRST TIME IT IS   *
      * SEEN.  WS-HC-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS   *
      * FULL, WITH A WARNING SO THE LIMIT GETS RAISED.  THE END-  *
      * OF-TABLE TEST IS MADE INSIDE 2775 BEFORE THE SUBSCRIPT IS *
      * USED, SO A FULL TABLE IS NEVER READ ONE ENTRY PAST ITS    *
      * END.                                                      *
      *----------------------------------------------------------*
        2770-FIND-HEADCOUNT.
            MOVE 1 TO WS-HC-SUB.
            MOVE "N" TO WS-HC-SCAN-SW.
            PERFORM 2775-SCAN-ONE-HEADCOUNT
               THRU 2775-SCAN-ONE-HEADCOUNT-EXIT
               UNTIL HC-SCAN-DONE.
            IF WS-HC-SUB > WS-HC-COUNT
               IF WS-HC-COUNT >= WS-HC-LIMIT
                  DISPLAY "SF5UPDEL: HEADCOUNT TABLE FULL AT "
                     WS-HC-LIMIT ", DEPT " WS-POS-DEPT
                     " NOT UNDER POSITION CONTROL"
                  MOVE ZERO TO WS-HC-SUB
               ELSE
                  ADD 1 TO WS-HC-COUNT
                  MOVE WS-HC-COUNT TO WS-HC-SUB
                  MOVE WS-POS-DEPT TO WS-HC-DEPT(WS-HC-SUB)
                  MOVE ZERO TO WS-HC-FILLED(WS-HC-SUB)
               END-IF
            END-IF.

        2770-FIND-HEADCOUNT-EXIT.
            EXIT.

        2775-SCAN-ONE-HEADCOUNT.
            IF WS-HC-SUB > WS-HC-COUNT
               SET HC-SCAN-DONE TO TRUE
               GO TO 2775-SCAN-ONE-HEADCOUNT-EXIT
            END-IF.
            IF WS-HC-DEPT(WS-HC-SUB) = WS-POS-DEPT
               SET HC-SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-HC-SUB
            END-IF.

        2775-SCAN-ONE-HEADCOUNT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2780-CHECK-POSITION-BUDGET - WOULD ONE MORE ACTIVE HEAD   *
      * IN WS-POS-DEPT TAKE IT PAST ITS BUDGETED POSITIONS?  A    *
      * DEPARTMENT WITH NO FISCAL YEAR ON DEPTMSTR.DAT IS NOT     *
      * UNDER POSITION CONTROL.  AN HR APPROVAL FOR THE SAME      *
      * FISCAL YEAR RAISES THE CEILING TO THE APPROVED FIGURE.    *
      * A BUDGET FOR ANY OTHER YEAR THAN THE RUN'S FISCAL YEAR    *
      * (LAST YEAR'S, NOT YET RELOADED) HOLDS NOTHING - THE       *
      * TRANSACTION GOES THROUGH AND IS LISTED ON POSHRPT.DAT AS  *
      * "NO BUDGET FOR YEAR" SO FINANCE KNOWS TO LOAD ONE.        *
      * THE DEPARTMENT CODE WAS ALREADY CHECKED BY 2750, SO A     *
      * FAILED READ HERE IS LEFT TO THE UPDATE ITSELF.            *
      *----------------------------------------------------------*
        2780-CHECK-POSITION-BUDGET.
            SET POSITION-WITHIN-BUDGET TO TRUE.
            MOVE ZERO TO WS-POS-BUDGET.
            MOVE ZERO TO WS-POS-APPROVED.
            MOVE ZERO TO WS-POS-FILLED.
            MOVE WS-POS-DEPT TO DPT-CODE.
            READ DEPTMSTR
               INVALID KEY
                  GO TO 2780-CHECK-POSITION-BUDGET-EXIT
            END-READ.
            IF ST-DEPTMSTR NOT = "00"
               GO TO 2780-CHECK-POSITION-BUDGET-EXIT
            END-IF.
            IF DPT-FISCAL-YR = SPACE OR DPT-FISCAL-YR = LOW-VALUE
               GO TO 2780-CHECK-POSITION-BUDGET-EXIT
            END-IF.
            IF DPT-FISCAL-YR NOT = WS-RUN-FISCAL-YR
               SET POSITION-NO-BUDGET-YEAR TO TRUE
               MOVE DPT-BUDGET TO WS-POS-BUDGET
               PERFORM 2770-FIND-HEADCOUNT
                  THRU 2770-FIND-HEADCOUNT-EXIT
               IF WS-HC-SUB NOT = ZERO
                  MOVE WS-HC-FILLED(WS-HC-SUB) TO WS-POS-FILLED
               END-IF
               PERFORM 2795-LIST-NO-BUDGET-YEAR
                  THRU 2795-LIST-NO-BUDGET-YEAR-EXIT
               GO TO 2780-CHECK-POSITION-BUDGET-EXIT
            END-IF.

            MOVE DPT-BUDGET TO WS-POS-BUDGET.
            MOVE DPT-BUDGET TO WS-POS-CEILING.
            MOVE 1 TO WS-APPR-SUB.
            PERFORM 2785-APPLY-ONE-APPROVAL
               THRU 2785-APPLY-ONE-APPROVAL-EXIT
               UNTIL WS-APPR-SUB > WS-APPR-COUNT.

            PERFORM 2770-FIND-HEADCOUNT
               THRU 2770-FIND-HEADCOUNT-EXIT.
            IF WS-HC-SUB = ZERO
               GO TO 2780-CHECK-POSITION-BUDGET-EXIT
            END-IF.
            MOVE WS-HC-FILLED(WS-HC-SUB) TO WS-POS-FILLED.
            IF WS-POS-FILLED >= WS-POS-CEILING
               SET POSITION-OVER-BUDGET TO TRUE
            END-IF.

        2780-CHECK-POSITION-BUDGET-EXIT.
            EXIT.

        2785-APPLY-ONE-APPROVAL.
            IF WS-AE-DEPT(WS-APPR-SUB) = WS-POS-DEPT
               AND WS-AE-FISCAL-YR(WS-APPR-SUB) = DPT-FISCAL-YR
               MOVE WS-AE-CEILING(WS-APPR-SUB) TO WS-POS-APPROVED
               IF WS-POS-APPROVED > WS-POS-CEILING
                  MOVE WS-POS-APPROVED TO WS-POS-CEILING
               END-IF
            END-IF.
            ADD 1 TO WS-APPR-SUB.

        2785-APPLY-ONE-APPROVAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2790-HOLD-FOR-POSITION - PARK THE TRANSACTION, EXACTLY AS *
      * IT ARRIVED, ON POSNEXT.DAT SO IT COMES BACK THROUGH THE   *
      * UPDATE NEXT RUN, AND LIST IT ON POSHRPT.DAT FOR HR TO     *
      * APPROVE OR WITHDRAW (BOTH ON POSAPPR.DAT, SEE 1850 AND    *
      * 1916).  A HOLD THAT CANNOT BE WRITTEN GOES TO DATAREJ.DAT *
      * SO IT IS NOT SILENTLY LOST.                               *
      *----------------------------------------------------------*
        2790-HOLD-FOR-POSITION.
            WRITE POSNEXT-REC FROM EMPLOYEES.
            IF ST-POSNEXT NOT = "00"
               MOVE "POSNEXT" TO WS-ERR-FILE-NAME
               MOVE ST-POSNEXT TO WS-ERR-STATUS
               MOVE EMPLOYEES(1:64) TO WS-ERR-RECORD-IMAGE
               PERFORM 8000-LOG-ERROR
                  THRU 8000-LOG-ERROR-EXIT
               MOVE "OVER BUDGET - HOLD NOT WRITTEN"
                  TO WS-REJECT-REASON-TEXT
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 2790-HOLD-FOR-POSITION-EXIT
            END-IF.
            ADD 1 TO WS-POSITION-HELD.
      *     LIKE AN ASSIGNED EMP-ID, A WRITTEN HOLD CHECKPOINTS AS
      *     SOON AS ITS RECORD FINISHES (SEE 2900) - POSNEXT.DAT IS
      *     EXTENDED ON A RESTART, SO RE-APPLYING THIS RECORD WOULD
      *     HOLD IT TWICE, AND A HELD NEW HIRE WOULD LATER BE HIRED
      *     TWICE UNDER TWO NUMBERS.
            SET CHECKPOINT-FORCED TO TRUE.
            MOVE "OVER BUDGET" TO WS-PSH-NOTE.
            PERFORM 2797-LIST-POSITION-LINE
               THRU 2797-LIST-POSITION-LINE-EXIT.

        2790-HOLD-FOR-POSITION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2795-LIST-NO-BUDGET-YEAR - THE DEPARTMENT'S BUDGET IS FOR *
      * ANOTHER FISCAL YEAR, SO THE TRANSACTION IS NOT HELD; LIST *
      * IT ON POSHRPT.DAT SO THE STALE BUDGET GETS REPLACED.      *
      *----------------------------------------------------------*
        2795-LIST-NO-BUDGET-YEAR.
            ADD 1 TO WS-POSITION-NO-FY.
            MOVE "NO BUDGET FOR YEAR" TO WS-PSH-NOTE.
            PERFORM 2797-LIST-POSITION-LINE
               THRU 2797-LIST-POSITION-LINE-EXIT.

        2795-LIST-NO-BUDGET-YEAR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2797-LIST-POSITION-LINE - ONE POSHRPT.DAT DETAIL LINE FOR *
      * THE CURRENT TRANSACTION, UNDER THE NOTE THE CALLER SET.   *
      *----------------------------------------------------------*
        2797-LIST-POSITION-LINE.
            MOVE WS-RUN-DATE TO WS-PSH-DATE.
            MOVE TRAN-CODE TO WS-PSH-TRAN.
            IF WS-ORIG-ID = SPACE OR WS-ORIG-ID = LOW-VALUE
               MOVE "NEW" TO WS-PSH-ID
            ELSE
               MOVE WS-ORIG-ID TO WS-PSH-ID
            END-IF.
            MOVE WS-LNAME TO WS-PSH-LNAME.
            IF TRAN-REHIRE
               AND (WS-LNAME = SPACE OR WS-LNAME = LOW-VALUE)
               MOVE MST-LNAME TO WS-PSH-LNAME
            END-IF.
            MOVE WS-POS-DEPT TO WS-PSH-DEPT.
            MOVE DPT-FISCAL-YR TO WS-PSH-FISCAL-YR.
            MOVE WS-POS-FILLED TO WS-PSH-FILLED.
            MOVE WS-POS-BUDGET TO WS-PSH-BUDGET.
            MOVE WS-POS-APPROVED TO WS-PSH-APPROVED.
            WRITE POSHOLD-LINE FROM WS-POSHOLD-DETAIL.

        2797-LIST-POSITION-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-WRITE-REJECT-LINE - LOG A TRANSACTION THAT FAILED    *
      * DATE OR KEY VALIDATION TO DATAREJ.DAT INSTEAD OF LETTING  *
           IF NOT RUN-COMPLETED
              MOVE 12 TO RETURN-CODE
           END-IF.
      *    A COMPLETED RUN THAT HELD ANYTHING FOR POSITION CONTROL
      *    ENDS ON A WARNING - THE NIGHT CARRIES ON, BUT HR HAS
      *    POSHRPT.DAT TO WORK.
           IF RUN-COMPLETED
              AND (WS-POSITION-HELD > ZERO OR WS-POSITION-NO-FY > ZERO)
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 9100-WRITE-CONTROL-REPORT
              THRU 9100-WRITE-CONTROL-REPORT-EXIT.
           IF RUN-COMPLETED
              PERFORM 9400-PROMOTE-PENDING
                 THRU 9400-PROMOTE-PENDING-EXIT
              IF POSNEXT-IS-OPEN
                 CLOSE POSNEXT
                 MOVE "N" TO WS-POSNEXT-OPEN-SW
              END-IF
              PERFORM 9450-PROMOTE-POSITION-HOLDS
                 THRU 9450-PROMOTE-POSITION-HOLDS-EXIT
              PERFORM 9470-EMPTY-INITDATA
                 THRU 9470-EMPTY-INITDATA-EXIT
           END-IF.

           CLOSE DATAS.
           CLOSE EMPMSTR.
           CLOSE DEPTMSTR.
           CLOSE EMPHIST.
           IF HISTIDX-IN-STEP
              CLOSE EMPHIDX
           END-IF.
           CLOSE AUDITRPT.
           CLOSE DATAREJ.
           CLOSE ERRLOG.
           CLOSE IDASSIGN.
           CLOSE EMPPAY.
           CLOSE PAYHIST.
           IF POSNEXT-IS-OPEN
              CLOSE POSNEXT
           END-IF.
           CLOSE POSHRPT.

        9000-END-PROGRAM-EXIT.
           EXIT.
        9410-COPY-ONE-PENDING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9450-PROMOTE-POSITION-HOLDS - THE RUN COMPLETED, SO THIS  *
      * RUN'S POSITION HOLDS BECOME THE NEW POSHOLD.DAT, THE SAME *
      * WAY 9400 ROLLS THE PENDING FILE.  A HOLD THAT WAS APPLIED *
      * THIS RUN IS SIMPLY NOT ON POSNEXT.DAT ANY MORE.           *
      *----------------------------------------------------------*
        9450-PROMOTE-POSITION-HOLDS.
            OPEN INPUT POSNEXT.
            IF ST-POSNEXT NOT = "00"
               DISPLAY "SF5UPDEL: BAD OPEN ON POSNEXT.DAT, STATUS "
                  ST-POSNEXT ", POSITION HOLDS NOT ROLLED"
               GO TO 9450-PROMOTE-POSITION-HOLDS-EXIT
            END-IF.
            OPEN OUTPUT POSHOLD.
            IF ST-POSHOLD NOT = "00"
               DISPLAY "SF5UPDEL: BAD OPEN ON POSHOLD.DAT, STATUS "
                  ST-POSHOLD ", POSITION HOLDS NOT ROLLED"
               CLOSE POSNEXT
               GO TO 9450-PROMOTE-POSITION-HOLDS-EXIT
            END-IF.

            MOVE "N" TO WS-POSHOLD-EOF-SW.
            PERFORM 9460-COPY-ONE-POSITION-HOLD
               THRU 9460-COPY-ONE-POSITION-HOLD-EXIT
               UNTIL POSHOLD-EOF.

            CLOSE POSNEXT.
            CLOSE POSHOLD.

        9450-PROMOTE-POSITION-HOLDS-EXIT.
            EXIT.

        9460-COPY-ONE-POSITION-HOLD.
            READ POSNEXT
               AT END
                  SET POSHOLD-EOF TO TRUE
                  GO TO 9460-COPY-ONE-POSITION-HOLD-EXIT
            END-READ.
            IF ST-POSNEXT NOT = "00"
               DISPLAY "SF5UPDEL: BAD READ ON POSNEXT.DAT, STATUS "
                  ST-POSNEXT ", POSITION HOLDS MAY BE SHORT"
               SET POSHOLD-EOF TO TRUE
               GO TO 9460-COPY-ONE-POSITION-HOLD-EXIT
            END-IF.
            WRITE POSHOLD-REC FROM POSNEXT-REC.
            IF ST-POSHOLD NOT = "00"
               DISPLAY "SF5UPDEL: BAD WRITE ON POSHOLD.DAT, STATUS "
                  ST-POSHOLD ", POSITION HOLDS MAY BE SHORT"
               SET POSHOLD-EOF TO TRUE
            END-IF.

        9460-COPY-ONE-POSITION-HOLD-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9470-EMPTY-INITDATA - THE RUN COMPLETED, SO EVERY         *
      * TRANSACTION ON INITDATA.DAT HAS BEEN APPLIED, HELD OR     *
      * REJECTED.  EMPTY IT SO THE NEXT NIGHT'S SF5FCHK AND       *
      * SF5DREL APPEND TO A CLEAN FILE INSTEAD OF FEEDING THIS    *
      * NIGHT'S TRANSACTIONS THROUGH AGAIN.  THE SEQUENCED COPY   *
      * STAYS ON INITSEQ.DAT UNTIL THE NEXT RUN.  AN ABEND PATH   *
      * NEVER GETS HERE, SO A RESTART STILL SEES THE SAME INPUT.  *
      *----------------------------------------------------------*
        9470-EMPTY-INITDATA.
            OPEN OUTPUT DATAS.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5UPDEL: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE ", NOT EMPTIED - CLEAR IT BEFORE THE NEXT "
                  "RUN"
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 9470-EMPTY-INITDATA-EXIT
            END-IF.
            CLOSE DATAS.

        9470-EMPTY-INITDATA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9100-WRITE-CONTROL-REPORT - BALANCING TOTALS FOR THE      *
      * OVERNIGHT OPS DESK: RECORDS READ, RECORDS WRITTEN TO      *
            END-STRING.
            WRITE CTLRPT-LINE.

            MOVE WS-POSHOLD-IN TO WS-CTLRPT-COUNT-ED.
            MOVE SPACE TO CTLRPT-LINE.
            STRING "POSITION HOLDS CARRIED IN.....: " DELIMITED
               BY SIZE WS-CTLRPT-COUNT-ED DELIMITED BY SIZE
               INTO CTLRPT-LINE
            END-STRING.
            WRITE CTLRPT-LINE.

            MOVE WS-POSITION-HELD TO WS-CTLRPT-COUNT-ED.
            MOVE SPACE TO CTLRPT-LINE.
            STRING "HELD OVER POSITION BUDGET.....: " DELIMITED
               BY SIZE WS-CTLRPT-COUNT-ED DELIMITED BY SIZE
               INTO CTLRPT-LINE
            END-STRING.
            WRITE CTLRPT-LINE.

            MOVE WS-POSITION-NO-FY TO WS-CTLRPT-COUNT-ED.
            MOVE SPACE TO CTLRPT-LINE.
            STRING "NO BUDGET FOR THE FISCAL YEAR.: " DELIMITED
               BY SIZE WS-CTLRPT-COUNT-ED DELIMITED BY SIZE
               INTO CTLRPT-LINE
            END-STRING.
            WRITE CTLRPT-LINE.

            MOVE WS-POSITION-WITHDRAWN TO WS-CTLRPT-COUNT-ED.
            MOVE SPACE TO CTLRPT-LINE.
            STRING "POSITION HOLDS WITHDRAWN......: " DELIMITED
               BY SIZE WS-CTLRPT-COUNT-ED DELIMITED BY SIZE
               INTO CTLRPT-LINE
            END-STRING.
            WRITE CTLRPT-LINE.

            CLOSE CTLRPT.

        9100-WRITE-CONTROL-REPORT-EXIT.
