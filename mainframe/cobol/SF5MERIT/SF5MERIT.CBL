        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5MERIT.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - THE ANNUAL MERIT   *
      *                    ROUND.  READS THE CONFIDENTIAL PAY    *
      *                    FILE EMPPAY.DAT WITH THE STATUS AND   *
      *                    DEPARTMENT FROM EMPMSTR.DAT, PRICES   *
      *                    EVERY INCREASE FROM THE MERITTBL.DAT  *
      *                    PERCENTAGE TABLE (BY GRADE, WITH      *
      *                    OPTIONAL DEPARTMENT OVERRIDES) AND    *
      *                    PRINTS THE PROPOSAL ON MERITRPT.DAT:  *
      *                    OLD AND NEW SALARY PER HEAD, ANYONE   *
      *                    THE INCREASE WOULD PUSH OVER THE      *
      *                    GRADETBL.DAT GB-MAX, AND EACH         *
      *                    DEPARTMENT'S TOTAL COST.  EMPLOYEES   *
      *                    ON LEAVE OR TERMINATED ARE LEFT OUT   *
      *                    AND LISTED ON MERITEXC.DAT.  PARM     *
      *                    POSITIONS 1-8 ARE THE MERIT           *
      *                    EFFECTIVE DATE; "APPROVE" IN          *
      *                    POSITIONS 10-16 (ONCE COMP HAS SIGNED *
      *                    OFF THE PROPOSAL) ALSO WRITES         *
      *                    MERITTRN.DAT - ONE "P" TRANSACTION    *
      *                    PER INCREASE IN THE 66-BYTE           *
      *                    INITDATA.DAT LAYOUT, SO THE ROUND     *
      *                    GOES THROUGH THE NORMAL EDIT,         *
      *                    PENDING.DAT HOLD AND PAYHIST.DAT      *
      *                    JOURNALING INSTEAD OF BEING KEYED BY  *
      *                    HAND.  AN INCREASE OVER THE BAND      *
      *                    MAXIMUM IS HELD OUT OF THE FILE       *
      *                    (SF5UPDEL WOULD BOUNCE IT) FOR COMP   *
      *                    TO DECIDE.  MERITRPT.DAT AND          *
      *                    MERITTRN.DAT CARRY PAY FIGURES - OPS  *
      *                    RESTRICTS THEM THE WAY IT RESTRICTS   *
      *                    PAYEXTR.DAT.  RETURN CODE: 0 = CLEAN, *
      *                    4 = SOME PAY RECORDS HAD NO RATE OR   *
      *                    NO MASTER, 12 = THE RUN COULD NOT     *
      *                    RUN OR STOPPED ON A BAD EMPPAY.DAT    *
      *                    READ OR MERITTRN.DAT WRITE (WHAT      *
      *                    MERITTRN.DAT HOLDS IS THEN NOT TO BE  *
      *                    FED TO THE UPDATE).                   *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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

        SELECT GRADETBL ASSIGN TO "GRADETBL.DAT"
           FILE STATUS IS ST-GRADETBL
        ORGANIZATION IS SEQUENTIAL.

        SELECT MERITTBL ASSIGN TO "MERITTBL.DAT"
           FILE STATUS IS ST-MERITTBL
        ORGANIZATION IS SEQUENTIAL.

        SELECT MERITRPT ASSIGN TO "MERITRPT.DAT"
           FILE STATUS IS ST-MERITRPT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MERITEXC ASSIGN TO "MERITEXC.DAT"
           FILE STATUS IS ST-MERITEXC
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MERITTRN ASSIGN TO "MERITTRN.DAT"
           FILE STATUS IS ST-MERITTRN
        ORGANIZATION IS SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
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

        FD GRADETBL.
        01 GRADE-BAND-REC.
            03 GB-GRADE              PIC X(2).
            03 GB-MIN                PIC 9(7)V99.
            03 GB-MAX                PIC 9(7)V99.

      *     ONE LINE PER GRADE (DEPARTMENT BLANK) PLUS ANY
      *     DEPARTMENT OVERRIDES FOR THAT GRADE.  THE PERCENTAGE IS
      *     CARRIED WITHOUT A POINT: 0350 IS 3.50 PER CENT.
        FD MERITTBL.
        01 MERIT-RATE-REC.
            03 MR-GRADE              PIC X(2).
            03 MR-DEPT               PIC X(4).
            03 MR-PCT-X              PIC X(4).
            03 MR-PCT REDEFINES MR-PCT-X
                                     PIC 9(2)V99.

        FD MERITRPT.
        01 REPORT-LINE               PIC X(100).

        FD MERITEXC.
        01 EXCEPTION-LINE            PIC X(80).

      *     THE SAME 66-BYTE RECORD SF5UPDEL READS FROM
      *     INITDATA.DAT, IN ITS "P" (PAY) FORM.
        FD MERITTRN.
        01 PAY-TRANSACTION.
            03 PT-TRAN-CODE         PIC X(1).
            03 PT-EMP-ID            PIC X(4).
            03 PT-GRADE             PIC X(2).
            03 PT-SALARY            PIC 9(7)V99.
            03 FILLER               PIC X(42).
            03 PT-EFFDATE           PIC X(8).

        WORKING-STORAGE SECTION.

        01  ST-EMPPAY    PIC XX.
        01  ST-MASTER    PIC XX.
        01  ST-GRADETBL  PIC XX.
        01  ST-MERITTBL  PIC XX.
        01  ST-MERITRPT  PIC XX.
        01  ST-MERITEXC  PIC XX.
        01  ST-MERITTRN  PIC XX.

      *     PARM POSITIONS 1-8 ARE THE MERIT EFFECTIVE DATE,
      *     POSITIONS 10-16 "APPROVE" ONCE THE PROPOSAL IS SIGNED
      *     OFF AND THE TRANSACTION FILE IS WANTED.
        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
        01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
            03 WS-PARM-EFFDATE       PIC X(8).
            03 FILLER                PIC X(1).
            03 WS-PARM-APPROVE       PIC X(7).
            03 FILLER                PIC X(4).

        01  WS-RUN-DATE              PIC 9(08).

        01  WS-EFFDATE.
            03 WS-EFFDATE-YY         PIC X(4).
            03 WS-EFFDATE-MM         PIC X(2).
            03 WS-EFFDATE-DD         PIC X(2).

        01  WS-EFFDATE-NUMERIC.
            03 WS-EFFDATE-YY-N       PIC 9(4).
            03 WS-EFFDATE-MM-N       PIC 9(2).
            03 WS-EFFDATE-DD-N       PIC 9(2).

        01  WS-MAX-DAY               PIC 9(2).
        01  WS-DATE-WORK             PIC 9(4).
        01  WS-REM-400               PIC 9(4).
        01  WS-REM-100               PIC 9(4).
        01  WS-REM-4                 PIC 9(4).

        01  WS-SWITCHES.
            03 WS-PAY-EOF-SW         PIC X(01) VALUE "N".
                88 PAY-EOF               VALUE "Y".
            03 WS-GRADETBL-EOF-SW    PIC X(01) VALUE "N".
                88 GRADETBL-EOF          VALUE "Y".
            03 WS-MERITTBL-EOF-SW    PIC X(01) VALUE "N".
                88 MERITTBL-EOF          VALUE "Y".
            03 WS-APPROVED-SW        PIC X(01) VALUE "N".
                88 RUN-APPROVED          VALUE "Y".
            03 WS-EFF-VALID-SW       PIC X(01) VALUE "Y".
                88 EFF-IS-VALID          VALUE "Y".
                88 EFF-IS-INVALID        VALUE "N".
            03 WS-RATE-FOUND-SW      PIC X(01) VALUE "N".
                88 RATE-FOUND            VALUE "Y".
                88 RATE-NOT-FOUND        VALUE "N".
            03 WS-GRADE-FOUND-SW     PIC X(01) VALUE "N".
                88 GRADE-FOUND           VALUE "Y".
                88 GRADE-NOT-FOUND       VALUE "N".
            03 WS-DEPT-FOUND-SW      PIC X(01) VALUE "N".
                88 DEPT-FOUND            VALUE "Y".
                88 DEPT-NOT-FOUND        VALUE "N".
            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".
            03 WS-OVER-MAX-SW        PIC X(01) VALUE "N".
                88 OVER-MAX              VALUE "Y".
                88 NOT-OVER-MAX          VALUE "N".
            03 WS-RUN-FAILED-SW      PIC X(01) VALUE "N".
                88 RUN-FAILED            VALUE "Y".

      *     THE INCREASE-PERCENTAGE TABLE FROM MERITTBL.DAT.  A
      *     BLANK DEPARTMENT IS THE GRADE'S STANDARD RATE; A
      *     DEPARTMENT ENTRY OVERRIDES IT FOR THAT DEPARTMENT ONLY.
        01  WS-RATE-TABLE.
            03 WS-RATE-LIMIT          PIC 9(03) COMP VALUE 300.
            03 WS-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-RATE-ENTRY OCCURS 300 TIMES.
                05 WS-RTE-GRADE       PIC X(02).
                05 WS-RTE-DEPT        PIC X(04).
                05 WS-RTE-PCT         PIC 9(2)V99.

        01  WS-RATE-SUB              PIC 9(03) COMP.

      *     THE PAY GRADE BAND TABLE, LOADED FROM GRADETBL.DAT THE
      *     SAME WAY SF5UPDEL LOADS IT, FOR THE BAND-MAXIMUM TEST.
        01  WS-GRADE-TABLE.
            03 WS-GRADE-LIMIT         PIC 9(03) COMP VALUE 50.
            03 WS-GRADE-COUNT         PIC 9(03) COMP VALUE ZERO.
            03 WS-GRADE-ENTRY OCCURS 50 TIMES.
                05 WS-GE-GRADE        PIC X(02).
                05 WS-GE-MIN          PIC 9(7)V99.
                05 WS-GE-MAX          PIC 9(7)V99.

        01  WS-GRADE-SUB             PIC 9(03) COMP.

      *     DEPARTMENT COST TOTALS, KEPT IN CODE ORDER AS THEY ARE
      *     BUILT THE WAY SF5DEPT KEEPS ITS HEADCOUNT TABLE, SO THE
      *     SUMMARY PRINTS IN CODE ORDER WITHOUT A SORT PASS.
        01  WS-DEPT-TABLE.
            03 WS-DEPT-LIMIT          PIC 9(03) COMP VALUE 200.
            03 WS-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-DEPT-ENTRY OCCURS 200 TIMES.
                05 WS-DTE-CODE        PIC X(04).
                05 WS-DTE-HEADS       PIC 9(07) COMP.
                05 WS-DTE-OLD         PIC 9(11)V99 COMP.
                05 WS-DTE-NEW         PIC 9(11)V99 COMP.

        01  WS-SUB                   PIC 9(03) COMP.
        01  WS-SLOT                  PIC 9(03) COMP.
        01  WS-SHIFT                 PIC 9(03) COMP.

        01  WS-MERIT-WORK.
            03 WS-MW-DEPT            PIC X(04).
            03 WS-MW-PCT             PIC 9(2)V99.
            03 WS-MW-NEW-SALARY      PIC 9(7)V99.
            03 WS-MW-INCREASE        PIC 9(7)V99.
            03 WS-MW-MAX             PIC 9(7)V99.

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-PROPOSED-COUNT      PIC 9(09) COMP VALUE ZERO.
            03 WS-OVER-MAX-COUNT      PIC 9(09) COMP VALUE ZERO.
            03 WS-EXCLUDED-COUNT      PIC 9(09) COMP VALUE ZERO.
            03 WS-NO-RATE-COUNT       PIC 9(09) COMP VALUE ZERO.
            03 WS-NO-MASTER-COUNT     PIC 9(09) COMP VALUE ZERO.
            03 WS-TRANS-WRITTEN       PIC 9(09) COMP VALUE ZERO.
            03 WS-TOT-OLD             PIC 9(11)V99 COMP VALUE ZERO.
            03 WS-TOT-NEW             PIC 9(11)V99 COMP VALUE ZERO.
            03 WS-TOT-INCREASE        PIC 9(11)V99 COMP VALUE ZERO.

        01  WS-PAGE-CONTROL.
            03 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
            03 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
            03 WS-PAGE-NO             PIC 9(03) COMP VALUE ZERO.

        01  WS-HEADING-1.
            03 FILLER                PIC X(44) VALUE
               "SF5MERIT RESTRICTED MERIT PROPOSAL - EFFECT ".
            03 WS-HEAD-EFFDATE       PIC X(08).
            03 FILLER                PIC X(12) VALUE "  RUN DATE: ".
            03 WS-HEAD-DATE          PIC 9(08).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-HEAD-MODE          PIC X(13).
            03 FILLER                PIC X(04) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "PAGE: ".
            03 WS-HEAD-PAGE          PIC ZZ9.

        01  WS-HEADING-2.
            03 FILLER                PIC X(06) VALUE "ID    ".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(06) VALUE "DEPT  ".
            03 FILLER                PIC X(04) VALUE "GR  ".
            03 FILLER                PIC X(07) VALUE "  PCT  ".
            03 FILLER                PIC X(12) VALUE "  OLD SALARY".
            03 FILLER                PIC X(12) VALUE "  NEW SALARY".
            03 FILLER                PIC X(11) VALUE "   INCREASE".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(19) VALUE "NOTE".

        01  WS-DETAIL-LINE.
            03 WS-DET-ID             PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-LNAME          PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-DET-DEPT           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-GRADE          PIC X(02).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-PCT            PIC Z9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-OLD            PIC Z(6)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-NEW            PIC Z(6)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-INCREASE       PIC Z(5)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-NOTE           PIC X(20).

        01  WS-DEPT-HEADING.
            03 FILLER                PIC X(06) VALUE "DEPT  ".
            03 FILLER                PIC X(08) VALUE "   HEADS".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(14) VALUE "   OLD PAYROLL".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(14) VALUE "   NEW PAYROLL".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(14) VALUE "    MERIT COST".
            03 FILLER                PIC X(38) VALUE SPACE.

        01  WS-DEPT-LINE.
            03 WS-DPL-CODE           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DPL-HEADS          PIC Z(7)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DPL-OLD            PIC Z(10)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DPL-NEW            PIC Z(10)9.99.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DPL-COST           PIC Z(10)9.99.
            03 FILLER                PIC X(38) VALUE SPACE.

        01  WS-LINE-COST             PIC 9(11)V99 COMP.

        01  WS-EXC-HEADING.
            03 FILLER                PIC X(40) VALUE
               "SF5MERIT EMPLOYEES LEFT OUT OF THE MERIT".
            03 FILLER                PIC X(20) VALUE
               " ROUND - RUN DATE: ".
            03 WS-EXCH-DATE          PIC 9(08).
            03 FILLER                PIC X(12) VALUE SPACE.

        01  WS-EXC-LINE.
            03 WS-EXC-ID             PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-EXC-LNAME          PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-EXC-DEPT           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-EXC-STATUS         PIC X(01).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-EXC-GRADE          PIC X(02).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-EXC-REASON         PIC X(40).

        01  WS-COUNT-LINE.
            03 WS-CNT-TEXT           PIC X(34).
            03 WS-CNT-VALUE          PIC Z(8)9.
            03 FILLER                PIC X(57) VALUE SPACE.

        01  WS-AMOUNT-LINE.
            03 WS-AMT-TEXT           PIC X(34).
            03 WS-AMT-VALUE          PIC Z(10)9.99.
            03 FILLER                PIC X(52) VALUE SPACE.

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 0100-PROPOSE-INCREASE
               THRU 0100-PROPOSE-INCREASE-EXIT
               UNTIL PAY-EOF.

            PERFORM 3000-PRINT-DEPT-SUMMARY
               THRU 3000-PRINT-DEPT-SUMMARY-EXIT.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE EFFECTIVE DATE AND APPROVAL    *
      * FLAG FROM THE RUN PARAMETER, LOAD THE RATE AND BAND       *
      * TABLES, OPEN THE FILES AND PRIME THE FIRST PAY RECORD.    *
      * THE EFFECTIVE DATE IS PROVED BEFORE ANYTHING IS OPENED -  *
      * A MERIT FILE STAMPED WITH A BAD DATE WOULD BOUNCE WHOLE   *
      * IN SF5UPDEL.                                              *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            MOVE WS-PARM-EFFDATE TO WS-EFFDATE.
            PERFORM 1100-VALIDATE-EFFDATE
               THRU 1100-VALIDATE-EFFDATE-EXIT.
            IF EFF-IS-INVALID
               DISPLAY "SF5MERIT: KEY A VALID EFFECTIVE DATE, E.G. "
                  "'20270401 APPROVE' - GOT '" WS-PARM-EFFDATE
                  "', NOTHING PROPOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-PARM-APPROVE = "APPROVE"
               SET RUN-APPROVED TO TRUE
            END-IF.

            PERFORM 1200-LOAD-RATE-TABLE
               THRU 1200-LOAD-RATE-TABLE-EXIT.
            IF WS-RATE-COUNT = ZERO
               DISPLAY "SF5MERIT: NO USABLE MERITTBL.DAT RATES, "
                  "NOTHING PROPOSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1300-LOAD-GRADE-TABLE
               THRU 1300-LOAD-GRADE-TABLE-EXIT.

            OPEN INPUT EMPPAY.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5MERIT: BAD OPEN ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     UNLIKE THE PAYROLL EXTRACT, THE MASTER IS NOT OPTIONAL
      *     HERE - WITHOUT THE STATUS NOBODY ON LEAVE OR GONE
      *     COULD BE LEFT OUT OF THE ROUND.
            OPEN INPUT EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5MERIT: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               CLOSE EMPPAY
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT MERITRPT.
            IF ST-MERITRPT NOT = "00"
               DISPLAY "SF5MERIT: BAD OPEN ON MERITRPT.DAT, STATUS "
                  ST-MERITRPT
               CLOSE EMPPAY
               CLOSE EMPMSTR
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT MERITEXC.
            IF ST-MERITEXC NOT = "00"
               DISPLAY "SF5MERIT: BAD OPEN ON MERITEXC.DAT, STATUS "
                  ST-MERITEXC
               CLOSE EMPPAY
               CLOSE EMPMSTR
               CLOSE MERITRPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     THE TRANSACTION FILE IS ONLY CREATED ON AN APPROVED
      *     RUN, SO A PROPOSAL RUN CAN NEVER LEAVE A FEEDABLE FILE
      *     LYING AROUND FOR SOMEBODY TO PICK UP BY MISTAKE.
            IF RUN-APPROVED
               OPEN OUTPUT MERITTRN
               IF ST-MERITTRN NOT = "00"
                  DISPLAY "SF5MERIT: BAD OPEN ON MERITTRN.DAT, "
                     "STATUS " ST-MERITTRN
                  CLOSE EMPPAY
                  CLOSE EMPMSTR
                  CLOSE MERITRPT
                  CLOSE MERITEXC
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            MOVE WS-RUN-DATE TO WS-EXCH-DATE.
            WRITE EXCEPTION-LINE FROM WS-EXC-HEADING.
            MOVE SPACE TO EXCEPTION-LINE.
            WRITE EXCEPTION-LINE.

            PERFORM 2900-READ-PAY-REC
               THRU 2900-READ-PAY-REC-EXIT.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-VALIDATE-EFFDATE - NUMERIC AND CALENDAR-VALID        *
      * (MONTH 01-12, DAY VALID FOR THE MONTH, LEAP-YEAR          *
      * FEBRUARY), THE SAME TEST SF5UPDEL APPLIES TO EVERY        *
      * EFFECTIVE DATE IT IS HANDED.                              *
      *----------------------------------------------------------*
        1100-VALIDATE-EFFDATE.
            SET EFF-IS-VALID TO TRUE.

            IF WS-EFFDATE-YY IS NOT NUMERIC
               OR WS-EFFDATE-MM IS NOT NUMERIC
               OR WS-EFFDATE-DD IS NOT NUMERIC
               SET EFF-IS-INVALID TO TRUE
               GO TO 1100-VALIDATE-EFFDATE-EXIT
            END-IF.

            MOVE WS-EFFDATE-YY TO WS-EFFDATE-YY-N.
            MOVE WS-EFFDATE-MM TO WS-EFFDATE-MM-N.
            MOVE WS-EFFDATE-DD TO WS-EFFDATE-DD-N.

            IF WS-EFFDATE-MM-N < 1 OR WS-EFFDATE-MM-N > 12
               SET EFF-IS-INVALID TO TRUE
               GO TO 1100-VALIDATE-EFFDATE-EXIT
            END-IF.

            EVALUATE WS-EFFDATE-MM-N
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                  MOVE 31 TO WS-MAX-DAY
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                  MOVE 30 TO WS-MAX-DAY
               WHEN 2
                  DIVIDE WS-EFFDATE-YY-N BY 400
                     GIVING WS-DATE-WORK REMAINDER WS-REM-400
                  DIVIDE WS-EFFDATE-YY-N BY 100
                     GIVING WS-DATE-WORK REMAINDER WS-REM-100
                  DIVIDE WS-EFFDATE-YY-N BY 4
                     GIVING WS-DATE-WORK REMAINDER WS-REM-4
                  IF WS-REM-400 = 0
                     OR (WS-REM-4 = 0 AND WS-REM-100 NOT = 0)
                     MOVE 29 TO WS-MAX-DAY
                  ELSE
                     MOVE 28 TO WS-MAX-DAY
                  END-IF
            END-EVALUATE.

            IF WS-EFFDATE-DD-N < 1 OR WS-EFFDATE-DD-N > WS-MAX-DAY
               SET EFF-IS-INVALID TO TRUE
            END-IF.

        1100-VALIDATE-EFFDATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-LOAD-RATE-TABLE - LOAD THE INCREASE PERCENTAGES.  A  *
      * NON-NUMERIC PERCENTAGE, A BLANK GRADE OR A REPEATED       *
      * GRADE/DEPARTMENT PAIR IS DROPPED WITH A MESSAGE (THE      *
      * FIRST ONE STANDS) SO COMP CAN FIX THE TABLE BEFORE THE    *
      * ROUND IS APPROVED.                                        *
      *----------------------------------------------------------*
        1200-LOAD-RATE-TABLE.
            OPEN INPUT MERITTBL.
            IF ST-MERITTBL NOT = "00"
               DISPLAY "SF5MERIT: BAD OPEN ON MERITTBL.DAT, STATUS "
                  ST-MERITTBL
               GO TO 1200-LOAD-RATE-TABLE-EXIT
            END-IF.
            PERFORM 1210-LOAD-ONE-RATE
               THRU 1210-LOAD-ONE-RATE-EXIT
               UNTIL MERITTBL-EOF.
            CLOSE MERITTBL.

        1200-LOAD-RATE-TABLE-EXIT.
            EXIT.

        1210-LOAD-ONE-RATE.
            READ MERITTBL
               AT END
                  SET MERITTBL-EOF TO TRUE
                  GO TO 1210-LOAD-ONE-RATE-EXIT
            END-READ.
            IF ST-MERITTBL NOT = "00"
               DISPLAY "SF5MERIT: BAD READ ON MERITTBL.DAT, STATUS "
                  ST-MERITTBL ", REMAINING RATES SKIPPED"
               SET MERITTBL-EOF TO TRUE
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.
            IF MR-GRADE = SPACE OR MR-GRADE = LOW-VALUE
               OR MR-PCT-X IS NOT NUMERIC
               DISPLAY "SF5MERIT: BAD RATE LINE '" MERIT-RATE-REC
                  "', DROPPED"
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.

            MOVE 1 TO WS-RATE-SUB.
            PERFORM 1220-TEST-ONE-RATE
               THRU 1220-TEST-ONE-RATE-EXIT
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.
            IF WS-RATE-SUB = 999
               DISPLAY "SF5MERIT: DUPLICATE RATE FOR GRADE " MR-GRADE
                  " DEPT '" MR-DEPT "', FIRST ONE KEPT"
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.

            IF WS-RATE-COUNT >= WS-RATE-LIMIT
               DISPLAY "SF5MERIT: RATE TABLE FULL AT "
                  WS-RATE-LIMIT ", REMAINING RATES SKIPPED"
               SET MERITTBL-EOF TO TRUE
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.
            ADD 1 TO WS-RATE-COUNT.
            MOVE MR-GRADE TO WS-RTE-GRADE(WS-RATE-COUNT).
            MOVE MR-DEPT TO WS-RTE-DEPT(WS-RATE-COUNT).
            MOVE MR-PCT TO WS-RTE-PCT(WS-RATE-COUNT).

        1210-LOAD-ONE-RATE-EXIT.
            EXIT.

      *     A MATCH PARKS THE SUBSCRIPT AT 999, WHICH BOTH ENDS THE
      *     SCAN AND TELLS 1210 THE PAIR IS ALREADY ON THE TABLE.
        1220-TEST-ONE-RATE.
            IF WS-RTE-GRADE(WS-RATE-SUB) = MR-GRADE
               AND WS-RTE-DEPT(WS-RATE-SUB) = MR-DEPT
               MOVE 999 TO WS-RATE-SUB
            ELSE
               ADD 1 TO WS-RATE-SUB
            END-IF.

        1220-TEST-ONE-RATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-LOAD-GRADE-TABLE - LOAD THE PAY GRADE BANDS.  A      *
      * MISSING GRADETBL.DAT DOES NOT STOP THE PROPOSAL, BUT      *
      * EVERY INCREASE IS THEN HELD AS OVER THE (UNKNOWN) BAND    *
      * MAXIMUM, SINCE SF5UPDEL WOULD BOUNCE IT ANYWAY.           *
      *----------------------------------------------------------*
        1300-LOAD-GRADE-TABLE.
            OPEN INPUT GRADETBL.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5MERIT: NO GRADETBL.DAT FOUND, STATUS "
                  ST-GRADETBL ", EVERY INCREASE WILL BE HELD"
               GO TO 1300-LOAD-GRADE-TABLE-EXIT
            END-IF.
            PERFORM 1310-LOAD-ONE-GRADE
               THRU 1310-LOAD-ONE-GRADE-EXIT
               UNTIL GRADETBL-EOF.
            CLOSE GRADETBL.

        1300-LOAD-GRADE-TABLE-EXIT.
            EXIT.

        1310-LOAD-ONE-GRADE.
            READ GRADETBL
               AT END
                  SET GRADETBL-EOF TO TRUE
                  GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-READ.
            IF ST-GRADETBL NOT = "00"
               DISPLAY "SF5MERIT: BAD READ ON GRADETBL.DAT, STATUS "
                  ST-GRADETBL ", REMAINING GRADES SKIPPED"
               SET GRADETBL-EOF TO TRUE
               GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-IF.
            IF WS-GRADE-COUNT >= WS-GRADE-LIMIT
               DISPLAY "SF5MERIT: GRADE TABLE FULL AT "
                  WS-GRADE-LIMIT ", REMAINING GRADES SKIPPED"
               SET GRADETBL-EOF TO TRUE
               GO TO 1310-LOAD-ONE-GRADE-EXIT
            END-IF.
            ADD 1 TO WS-GRADE-COUNT.
            MOVE GB-GRADE TO WS-GE-GRADE(WS-GRADE-COUNT).
            MOVE GB-MIN TO WS-GE-MIN(WS-GRADE-COUNT).
            MOVE GB-MAX TO WS-GE-MAX(WS-GRADE-COUNT).

        1310-LOAD-ONE-GRADE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-PROPOSE-INCREASE - PRICE ONE PAY RECORD.  THE        *
      * STATUS AND DEPARTMENT COME FROM THE MASTER; ANYONE NOT    *
      * ACTIVE, NOT ON THE MASTER, OR IN A GRADE WITH NO RATE     *
      * GOES ON THE EXCEPTIONS LISTING INSTEAD OF THE PROPOSAL.   *
      *----------------------------------------------------------*
        0100-PROPOSE-INCREASE.
            MOVE PAY-ID TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  MOVE SPACE TO MASTER-EMPLOYEES
                  MOVE PAY-ID TO MST-ID
                  MOVE "?" TO MST-STATUS
            END-READ.
            IF ST-MASTER NOT = "00" AND ST-MASTER NOT = "23"
               DISPLAY "SF5MERIT: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", EMP-ID " PAY-ID
               MOVE SPACE TO MASTER-EMPLOYEES
               MOVE PAY-ID TO MST-ID
               MOVE "?" TO MST-STATUS
            END-IF.

            IF MST-STATUS = "?"
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE "PAY RECORD WITH NO MASTER RECORD"
                  TO WS-EXC-REASON
               PERFORM 2500-WRITE-EXCLUDED
                  THRU 2500-WRITE-EXCLUDED-EXIT
               GO TO 0100-PROPOSE-INCREASE-NEXT
            END-IF.
            IF MST-ON-LEAVE
               MOVE "ON LEAVE - LEFT OUT OF THE ROUND"
                  TO WS-EXC-REASON
               PERFORM 2500-WRITE-EXCLUDED
                  THRU 2500-WRITE-EXCLUDED-EXIT
               GO TO 0100-PROPOSE-INCREASE-NEXT
            END-IF.
            IF NOT MST-ACTIVE
               MOVE "TERMINATED - LEFT OUT OF THE ROUND"
                  TO WS-EXC-REASON
               PERFORM 2500-WRITE-EXCLUDED
                  THRU 2500-WRITE-EXCLUDED-EXIT
               GO TO 0100-PROPOSE-INCREASE-NEXT
            END-IF.

            MOVE MST-DEPT TO WS-MW-DEPT.
            PERFORM 2100-FIND-RATE
               THRU 2100-FIND-RATE-EXIT.
            IF RATE-NOT-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE "NO MERITTBL.DAT RATE FOR THIS GRADE"
                  TO WS-EXC-REASON
               PERFORM 2500-WRITE-EXCLUDED
                  THRU 2500-WRITE-EXCLUDED-EXIT
               GO TO 0100-PROPOSE-INCREASE-NEXT
            END-IF.

            COMPUTE WS-MW-NEW-SALARY ROUNDED =
               PAY-SALARY + (PAY-SALARY * WS-MW-PCT / 100)
               ON SIZE ERROR
                  MOVE 9999999.99 TO WS-MW-NEW-SALARY
            END-COMPUTE.
            SUBTRACT PAY-SALARY FROM WS-MW-NEW-SALARY
               GIVING WS-MW-INCREASE.

            PERFORM 2200-CHECK-BAND-MAX
               THRU 2200-CHECK-BAND-MAX-EXIT.

            PERFORM 2300-POST-DEPT-TOTALS
               THRU 2300-POST-DEPT-TOTALS-EXIT.

            PERFORM 2400-WRITE-PROPOSAL-LINE
               THRU 2400-WRITE-PROPOSAL-LINE-EXIT.

            IF RUN-APPROVED AND NOT-OVER-MAX
               PERFORM 2600-WRITE-TRANSACTION
                  THRU 2600-WRITE-TRANSACTION-EXIT
               IF RUN-FAILED
                  GO TO 0100-PROPOSE-INCREASE-EXIT
               END-IF
            END-IF.

        0100-PROPOSE-INCREASE-NEXT.
            PERFORM 2900-READ-PAY-REC
               THRU 2900-READ-PAY-REC-EXIT.

        0100-PROPOSE-INCREASE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-FIND-RATE - A DEPARTMENT OVERRIDE FOR THE GRADE      *
      * WINS; OTHERWISE THE GRADE'S STANDARD (BLANK-DEPARTMENT)   *
      * RATE APPLIES.                                             *
      *----------------------------------------------------------*
        2100-FIND-RATE.
            SET RATE-NOT-FOUND TO TRUE.
            MOVE 1 TO WS-RATE-SUB.
            PERFORM 2110-TEST-ONE-RATE
               THRU 2110-TEST-ONE-RATE-EXIT
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

        2100-FIND-RATE-EXIT.
            EXIT.

        2110-TEST-ONE-RATE.
            IF WS-RTE-GRADE(WS-RATE-SUB) NOT = PAY-GRADE
               ADD 1 TO WS-RATE-SUB
               GO TO 2110-TEST-ONE-RATE-EXIT
            END-IF.
            IF WS-RTE-DEPT(WS-RATE-SUB) = WS-MW-DEPT
               SET RATE-FOUND TO TRUE
               MOVE WS-RTE-PCT(WS-RATE-SUB) TO WS-MW-PCT
               MOVE 999 TO WS-RATE-SUB
               GO TO 2110-TEST-ONE-RATE-EXIT
            END-IF.
            IF WS-RTE-DEPT(WS-RATE-SUB) = SPACE
               SET RATE-FOUND TO TRUE
               MOVE WS-RTE-PCT(WS-RATE-SUB) TO WS-MW-PCT
            END-IF.
            ADD 1 TO WS-RATE-SUB.

        2110-TEST-ONE-RATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-CHECK-BAND-MAX - FLAG AN INCREASE THAT WOULD TAKE    *
      * THE SALARY PAST THE GRADE'S GB-MAX.  A GRADE THAT IS NOT  *
      * ON THE BAND TABLE IS TREATED THE SAME WAY - SF5UPDEL      *
      * WOULD REJECT EITHER ONE.                                  *
      *----------------------------------------------------------*
        2200-CHECK-BAND-MAX.
            SET NOT-OVER-MAX TO TRUE.
            SET GRADE-NOT-FOUND TO TRUE.
            MOVE 1 TO WS-GRADE-SUB.
            PERFORM 2210-TEST-ONE-GRADE
               THRU 2210-TEST-ONE-GRADE-EXIT
               UNTIL GRADE-FOUND OR WS-GRADE-SUB > WS-GRADE-COUNT.
            IF GRADE-NOT-FOUND
               SET OVER-MAX TO TRUE
               MOVE ZERO TO WS-MW-MAX
               GO TO 2200-CHECK-BAND-MAX-EXIT
            END-IF.
            IF WS-MW-NEW-SALARY > WS-MW-MAX
               SET OVER-MAX TO TRUE
            END-IF.

        2200-CHECK-BAND-MAX-EXIT.
            EXIT.

        2210-TEST-ONE-GRADE.
            IF WS-GE-GRADE(WS-GRADE-SUB) = PAY-GRADE
               SET GRADE-FOUND TO TRUE
               MOVE WS-GE-MAX(WS-GRADE-SUB) TO WS-MW-MAX
            ELSE
               ADD 1 TO WS-GRADE-SUB
            END-IF.

        2210-TEST-ONE-GRADE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-POST-DEPT-TOTALS - ADD THIS HEAD'S OLD AND NEW PAY   *
      * INTO ITS DEPARTMENT, SLOTTING A NEW DEPARTMENT INTO THE   *
      * TABLE IN CODE ORDER THE FIRST TIME IT IS SEEN.  A HELD    *
      * (OVER-MAXIMUM) INCREASE IS STILL COSTED - THE DEPARTMENT  *
      * TOTAL IS WHAT THE ROUND COSTS IF COMP APPROVES IT ALL.    *
      *----------------------------------------------------------*
        2300-POST-DEPT-TOTALS.
            SET DEPT-NOT-FOUND TO TRUE.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-SLOT.
            PERFORM 2310-SCAN-ONE-SLOT
               THRU 2310-SCAN-ONE-SLOT-EXIT
               UNTIL SCAN-DONE.
            IF DEPT-NOT-FOUND
               PERFORM 2320-INSERT-DEPT-SLOT
                  THRU 2320-INSERT-DEPT-SLOT-EXIT
            END-IF.

            ADD 1 TO WS-DTE-HEADS(WS-SLOT).
            ADD PAY-SALARY TO WS-DTE-OLD(WS-SLOT).
            ADD WS-MW-NEW-SALARY TO WS-DTE-NEW(WS-SLOT).

        2300-POST-DEPT-TOTALS-EXIT.
            EXIT.

        2310-SCAN-ONE-SLOT.
            IF WS-SLOT > WS-DEPT-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 2310-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) = WS-MW-DEPT
               SET DEPT-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 2310-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) > WS-MW-DEPT
               SET SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-SLOT
            END-IF.

        2310-SCAN-ONE-SLOT-EXIT.
            EXIT.

        2320-INSERT-DEPT-SLOT.
            IF WS-DEPT-COUNT >= WS-DEPT-LIMIT
               DISPLAY "SF5MERIT: DEPARTMENT TABLE FULL AT "
                  WS-DEPT-LIMIT ", COSTS FOR " WS-MW-DEPT
                  " LUMPED INTO LAST ENTRY"
               MOVE WS-DEPT-LIMIT TO WS-SLOT
               GO TO 2320-INSERT-DEPT-SLOT-EXIT
            END-IF.

            MOVE WS-DEPT-COUNT TO WS-SHIFT.
            PERFORM 2330-SHIFT-ONE-DOWN
               THRU 2330-SHIFT-ONE-DOWN-EXIT
               UNTIL WS-SHIFT < WS-SLOT.

            ADD 1 TO WS-DEPT-COUNT.
            MOVE WS-MW-DEPT TO WS-DTE-CODE(WS-SLOT).
            MOVE ZERO TO WS-DTE-HEADS(WS-SLOT).
            MOVE ZERO TO WS-DTE-OLD(WS-SLOT).
            MOVE ZERO TO WS-DTE-NEW(WS-SLOT).

        2320-INSERT-DEPT-SLOT-EXIT.
            EXIT.

        2330-SHIFT-ONE-DOWN.
            ADD 1 WS-SHIFT GIVING WS-SUB.
            MOVE WS-DEPT-ENTRY(WS-SHIFT) TO WS-DEPT-ENTRY(WS-SUB).
            SUBTRACT 1 FROM WS-SHIFT.

        2330-SHIFT-ONE-DOWN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-WRITE-PROPOSAL-LINE - ONE LINE PER PRICED INCREASE,  *
      * PAGINATED, WITH THE OVER-MAXIMUM ONES CALLED OUT.         *
      *----------------------------------------------------------*
        2400-WRITE-PROPOSAL-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 3200-PAGE-HEADING
                  THRU 3200-PAGE-HEADING-EXIT
            END-IF.

            MOVE PAY-ID TO WS-DET-ID.
            MOVE MST-LNAME TO WS-DET-LNAME.
            MOVE WS-MW-DEPT TO WS-DET-DEPT.
            MOVE PAY-GRADE TO WS-DET-GRADE.
            MOVE WS-MW-PCT TO WS-DET-PCT.
            MOVE PAY-SALARY TO WS-DET-OLD.
            MOVE WS-MW-NEW-SALARY TO WS-DET-NEW.
            MOVE WS-MW-INCREASE TO WS-DET-INCREASE.
            MOVE SPACE TO WS-DET-NOTE.
            IF OVER-MAX
               ADD 1 TO WS-OVER-MAX-COUNT
               IF GRADE-FOUND
                  MOVE "OVER GB-MAX - HELD" TO WS-DET-NOTE
               ELSE
                  MOVE "GRADE NOT BANDED - HELD" TO WS-DET-NOTE
               END-IF
            END-IF.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.

            ADD 1 TO WS-PROPOSED-COUNT.
            ADD PAY-SALARY TO WS-TOT-OLD.
            ADD WS-MW-NEW-SALARY TO WS-TOT-NEW.
            ADD WS-MW-INCREASE TO WS-TOT-INCREASE.

        2400-WRITE-PROPOSAL-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-WRITE-EXCLUDED - LIST ONE EMPLOYEE LEFT OUT OF THE   *
      * ROUND, WITH THE REASON THE CALLER LEFT IN WS-EXC-REASON.  *
      * NO PAY FIGURES GO ON THIS LISTING.                        *
      *----------------------------------------------------------*
        2500-WRITE-EXCLUDED.
            ADD 1 TO WS-EXCLUDED-COUNT.
            MOVE PAY-ID TO WS-EXC-ID.
            MOVE MST-LNAME TO WS-EXC-LNAME.
            MOVE MST-DEPT TO WS-EXC-DEPT.
            MOVE MST-STATUS TO WS-EXC-STATUS.
            MOVE PAY-GRADE TO WS-EXC-GRADE.
            WRITE EXCEPTION-LINE FROM WS-EXC-LINE.

        2500-WRITE-EXCLUDED-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2600-WRITE-TRANSACTION - ONE "P" TRANSACTION IN THE       *
      * 66-BYTE INITDATA.DAT LAYOUT: GRADE UNCHANGED, THE NEW     *
      * SALARY WITHOUT A POINT, THE MERIT EFFECTIVE DATE IN       *
      * POSITIONS 59-66.  SF5UPDEL HOLDS IT ON PENDING.DAT UNTIL  *
      * THAT DATE IF THE FILE IS FED EARLY.  A FAILED WRITE STOPS *
      * THE ROUND - A FILE MISSING AN INCREASE MUST NOT BE FED.   *
      *----------------------------------------------------------*
        2600-WRITE-TRANSACTION.
            MOVE SPACE TO PAY-TRANSACTION.
            MOVE "P" TO PT-TRAN-CODE.
            MOVE PAY-ID TO PT-EMP-ID.
            MOVE PAY-GRADE TO PT-GRADE.
            MOVE WS-MW-NEW-SALARY TO PT-SALARY.
            MOVE WS-EFFDATE TO PT-EFFDATE.
            WRITE PAY-TRANSACTION.
            IF ST-MERITTRN NOT = "00"
               DISPLAY "SF5MERIT: BAD WRITE ON MERITTRN.DAT, STATUS "
                  ST-MERITTRN ", EMP-ID " PAY-ID
               SET RUN-FAILED TO TRUE
               SET PAY-EOF TO TRUE
            ELSE
               ADD 1 TO WS-TRANS-WRITTEN
            END-IF.

        2600-WRITE-TRANSACTION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-PAY-REC - READ THE NEXT PAY RECORD AND CHECK    *
      * ITS FILE STATUS.  A BAD READ FAILS THE RUN, SINCE EVERY   *
      * RECORD PAST IT WOULD BE MISSING FROM THE ROUND.           *
      *----------------------------------------------------------*
        2900-READ-PAY-REC.
            READ EMPPAY
               AT END SET PAY-EOF TO TRUE
            END-READ.
            IF NOT PAY-EOF
               IF ST-EMPPAY NOT = "00"
                  DISPLAY "SF5MERIT: BAD READ ON EMPPAY.DAT, STATUS "
                     ST-EMPPAY
                  SET RUN-FAILED TO TRUE
                  SET PAY-EOF TO TRUE
               ELSE
                  ADD 1 TO WS-RECS-READ
               END-IF
            END-IF.

        2900-READ-PAY-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-PRINT-DEPT-SUMMARY - EACH DEPARTMENT'S HEADS, OLD    *
      * AND NEW PAYROLL AND THE COST OF ITS MERIT INCREASES, IN   *
      * CODE ORDER, THEN THE ROUND'S TOTALS.                      *
      *----------------------------------------------------------*
        3000-PRINT-DEPT-SUMMARY.
            IF WS-PAGE-NO = ZERO
               PERFORM 3200-PAGE-HEADING
                  THRU 3200-PAGE-HEADING-EXIT
            END-IF.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "MERIT COST BY DEPARTMENT" TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-DEPT-HEADING.

            MOVE 1 TO WS-SUB.
            PERFORM 3100-PRINT-DEPT-LINE
               THRU 3100-PRINT-DEPT-LINE-EXIT
               UNTIL WS-SUB > WS-DEPT-COUNT.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE "PAY RECORDS READ................: " TO WS-CNT-TEXT.
            MOVE WS-RECS-READ TO WS-CNT-VALUE.
            WRITE REPORT-LINE FROM WS-COUNT-LINE.
            MOVE "INCREASES PROPOSED..............: " TO WS-CNT-TEXT.
            MOVE WS-PROPOSED-COUNT TO WS-CNT-VALUE.
            WRITE REPORT-LINE FROM WS-COUNT-LINE.
            MOVE "HELD - OVER BAND MAXIMUM........: " TO WS-CNT-TEXT.
            MOVE WS-OVER-MAX-COUNT TO WS-CNT-VALUE.
            WRITE REPORT-LINE FROM WS-COUNT-LINE.
            MOVE "LEFT OUT (SEE MERITEXC.DAT).....: " TO WS-CNT-TEXT.
            MOVE WS-EXCLUDED-COUNT TO WS-CNT-VALUE.
            WRITE REPORT-LINE FROM WS-COUNT-LINE.
            MOVE "TOTAL OLD PAYROLL...............: " TO WS-AMT-TEXT.
            MOVE WS-TOT-OLD TO WS-AMT-VALUE.
            WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
            MOVE "TOTAL NEW PAYROLL...............: " TO WS-AMT-TEXT.
            MOVE WS-TOT-NEW TO WS-AMT-VALUE.
            WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
            MOVE "TOTAL MERIT COST................: " TO WS-AMT-TEXT.
            MOVE WS-TOT-INCREASE TO WS-AMT-VALUE.
            WRITE REPORT-LINE FROM WS-AMOUNT-LINE.
            IF RUN-APPROVED
               MOVE "P TRANSACTIONS WRITTEN..........: "
                  TO WS-CNT-TEXT
               MOVE WS-TRANS-WRITTEN TO WS-CNT-VALUE
               WRITE REPORT-LINE FROM WS-COUNT-LINE
            END-IF.

        3000-PRINT-DEPT-SUMMARY-EXIT.
            EXIT.

        3100-PRINT-DEPT-LINE.
            MOVE WS-DTE-CODE(WS-SUB) TO WS-DPL-CODE.
            MOVE WS-DTE-HEADS(WS-SUB) TO WS-DPL-HEADS.
            MOVE WS-DTE-OLD(WS-SUB) TO WS-DPL-OLD.
            MOVE WS-DTE-NEW(WS-SUB) TO WS-DPL-NEW.
            SUBTRACT WS-DTE-OLD(WS-SUB) FROM WS-DTE-NEW(WS-SUB)
               GIVING WS-LINE-COST.
            MOVE WS-LINE-COST TO WS-DPL-COST.
            WRITE REPORT-LINE FROM WS-DEPT-LINE.
            ADD 1 TO WS-SUB.

        3100-PRINT-DEPT-LINE-EXIT.
            EXIT.

        3200-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NO.
            MOVE WS-EFFDATE TO WS-HEAD-EFFDATE.
            MOVE WS-RUN-DATE TO WS-HEAD-DATE.
            IF RUN-APPROVED
               MOVE "APPROVED RUN " TO WS-HEAD-MODE
            ELSE
               MOVE "PROPOSAL ONLY" TO WS-HEAD-MODE
            END-IF.
            MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
            IF WS-PAGE-NO > 1
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            WRITE REPORT-LINE FROM WS-HEADING-1.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-HEADING-2.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 4 TO WS-LINE-COUNT.

        3200-PAGE-HEADING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE THE FILES, DISPLAY THE RUN       *
      * TOTALS AND SET THE RETURN CODE.                           *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE EMPPAY.
            CLOSE EMPMSTR.
            CLOSE MERITRPT.
            CLOSE MERITEXC.
            IF RUN-APPROVED
               CLOSE MERITTRN
            END-IF.

            MOVE WS-RECS-READ TO WS-COUNT-ED.
            DISPLAY "SF5MERIT: PAY RECORDS READ....: " WS-COUNT-ED.
            MOVE WS-PROPOSED-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5MERIT: INCREASES PROPOSED..: " WS-COUNT-ED.
            MOVE WS-OVER-MAX-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5MERIT: HELD OVER BAND MAX..: " WS-COUNT-ED.
            MOVE WS-EXCLUDED-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5MERIT: LEFT OUT OF ROUND...: " WS-COUNT-ED.
            IF RUN-APPROVED
               MOVE WS-TRANS-WRITTEN TO WS-COUNT-ED
               DISPLAY "SF5MERIT: P TRANSACTIONS......: " WS-COUNT-ED
            ELSE
               DISPLAY "SF5MERIT: PROPOSAL ONLY - RERUN WITH APPROVE "
                  "FOR MERITTRN.DAT"
            END-IF.

            IF RUN-FAILED
               IF RUN-APPROVED
                  DISPLAY "SF5MERIT: MERITTRN.DAT INCOMPLETE - DO NOT "
                     "FEED"
               ELSE
                  DISPLAY "SF5MERIT: PROPOSAL INCOMPLETE - RERUN "
                     "BEFORE SIGN-OFF"
               END-IF
               MOVE 12 TO RETURN-CODE
               GO TO 9000-END-PROGRAM-EXIT
            END-IF.

            IF WS-NO-RATE-COUNT > ZERO OR WS-NO-MASTER-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5MERIT.
