        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5VACN.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - THE VACATION       *
      *                    LEDGER, SO BALANCES STOP LIVING IN A  *
      *                    SPREADSHEET THAT KNOWS NOTHING OF     *
      *                    LEAVE OR TERMINATIONS.  VACLEDG.DAT   *
      *                    HOLDS ONE BALANCE RECORD PER EMP-ID.  *
      *                    EVERY RUN POSTS THE HOURS TAKEN (AND  *
      *                    HR'S ADJUSTMENTS) FROM VACTRAN.DAT    *
      *                    AND SETTLES ANY NEWLY TERMINATED      *
      *                    EMPLOYEE'S BALANCE ONTO THE PAYROLL   *
      *                    PAYOUT LISTING VACPAYO.DAT; THE       *
      *                    NIGHTLY CHAIN RUNS IT THAT WAY.  PARM *
      *                    'ACCRUE YYYYMM' IS THE MONTHLY        *
      *                    ACCRUAL, CREDITING EACH MONTH AT THE  *
      *                    VACRATE.DAT RATE FOR THE EMPLOYEE'S   *
      *                    SERVICE BAND (SERVICE FROM THE        *
      *                    INITIATION DATE, OR THE REHIRE DATE   *
      *                    ONCE REHIRED, AS IN SF5ANNIV) AND     *
      *                    SKIPPING MONTHS ON LEAVE AND AFTER    *
      *                    TERMINATION.  PARM 'YEAREND YYYY'     *
      *                    CUTS EACH BALANCE BACK TO ITS BAND'S  *
      *                    CARRY-OVER CAP AND OPENS THE NEW      *
      *                    YEAR.  BOTH PRINT THE BALANCE         *
      *                    STATEMENT VACSTMT.DAT.  EVERY POSTING *
      *                    IS JOURNALED TO VACHIST.DAT.          *
      *----------------------------------------------------------*
      *
      *     VACTRAN.DAT - 66-BYTE TRANSACTIONS IN THE INITDATA.DAT
      *     SHAPE, EFFECTIVE DATE IN POSITIONS 59-66 (BLANK = THE
      *     RUN DATE):
      *
      *       "U"  HOURS TAKEN - EMP-ID 2-5, HOURS 6-11 (9(4)V99,
      *            NO POINT).  MAY NOT TAKE THE BALANCE BELOW ZERO.
      *       "J"  ADJUSTMENT - AS "U", WITH "+" (OR BLANK) OR "-"
      *            IN POSITION 12.  AN ADJUSTMENT OPENS THE LEDGER
      *            OF AN EMPLOYEE WHO HAS NONE, WHICH IS HOW THE
      *            OPENING BALANCES ARE BROUGHT OVER.
      *
      *     A TRANSACTION THAT FAILS IS LISTED ON VACEXC.DAT FOR HR
      *     TO CORRECT AND RE-KEY; VACTRAN.DAT IS EMPTIED ONCE
      *     POSTED.
      *
      *     VACCKPT.DAT MAKES A RERUN SAFE.  BEFORE THE FIRST
      *     POSTING THE RUN NAMES THE BATCH (RUN DATE AND TIME) AND
      *     NOTES IT THERE WITH AN IMAGE OF THE FIRST TRANSACTION,
      *     THEN ADDS A LINE AS EACH TRANSACTION IS POSTED OR
      *     LISTED.  EVERY LEDGER POSTED IS STAMPED WITH THE BATCH
      *     AND THE TRANSACTION'S NUMBER IN IT, IN THE SAME WRITE
      *     AS THE HOURS.  A RUN THAT FINDS THE BATCH STILL ON
      *     VACCKPT.DAT (THE LAST RUN FAILED, SO VACTRAN.DAT WAS NOT
      *     EMPTIED) CARRIES IT ON: IT PASSES OVER THE TRANSACTIONS
      *     ALREADY NOTED, AND OVER ANY WHOSE LEDGER ALREADY BEARS
      *     ITS STAMP, SO NOTHING POSTS TWICE.  IF THE FIRST
      *     TRANSACTION IS NOT THE ONE NOTED, VACTRAN.DAT HAS BEEN
      *     CHANGED UNDER THE BATCH AND THE RUN STOPS (RC 12).
      *     VACCKPT.DAT IS CLEARED ONCE VACTRAN.DAT IS EMPTIED.
      *
      *     VACPAYO.DAT IS ADDED TO, NOT REPLACED - PAYROLL TAKES
      *     THE PAYOUTS FROM IT AND CLEARS IT.  A RUN THAT SETTLES
      *     ANY PAYOUT ADDS ITS OWN HEADING, LINES AND TOTAL, SO
      *     NOTHING LISTED BY A RUN THAT LATER FAILED IS LOST TO THE
      *     RERUN.
      *
      *     VACRATE.DAT - ONE LINE PER SERVICE BAND, IN ORDER:
      *     LOWEST COMPLETED YEARS OF SERVICE FOR THE BAND (2
      *     DIGITS), HOURS ACCRUED PER MONTH (9(3)V99) AND THE
      *     YEAR-END CARRY-OVER CAP (9(4)V99).  THE FIRST BAND MUST
      *     START AT 00.  A BAD LINE STOPS AN ACCRUAL OR YEAR-END
      *     RUN RATHER THAN LET SOMEONE FALL INTO THE WRONG BAND.
      *
      *     ACCRUAL RULES, MONTH BY MONTH:
      *       - THE HIRE (OR REHIRE) MONTH COUNTS ONLY WHEN THE
      *         START DATE IS THE 1ST; EVERY FULL MONTH AFTER IT
      *         COUNTS.
      *       - NOTHING FOR THE MONTH OF TERMINATION OR AFTER.
      *       - NOTHING FOR ANY MONTH FROM THE LEAVE START TO THE
      *         LEAVE RETURN, BOTH INCLUSIVE (OPEN-ENDED WHILE THE
      *         RETURN DATE IS BLANK).
      *       - THE BAND IS THE COMPLETED YEARS AT MONTH END.
      *       - A MONTH MISSED (RUN SKIPPED) IS CAUGHT UP ON THE
      *         NEXT RUN; A MONTH ALREADY ACCRUED IS NEVER REDONE.
      *       - NO MONTH OF A NEW YEAR IS CREDITED UNTIL THE OLD
      *         YEAR HAS BEEN CLOSED BY 'YEAREND', SO THE CAP NEVER
      *         EATS JANUARY'S HOURS.
      *
      *     RETURN CODE: 0 = CLEAN, 4 = EXCEPTIONS LISTED ON
      *     VACEXC.DAT, 12 = COULD NOT RUN OR STOPPED PART WAY (A
      *     LEDGER OR JOURNAL LINE THAT WOULD NOT WRITE IS SHOWN IN
      *     THE RUN LOG).  VACHIST.DAT, VACSTMT.DAT
      *     AND VACPAYO.DAT CARRY NO PAY FIGURES, ONLY HOURS.
      *

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DATAOUT ASSIGN TO "DATAOUT.DAT"
           FILE STATUS IS ST-DATAOUT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPMSTR ASSIGN TO "EMPMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-ID
           FILE STATUS IS ST-MASTER.

        SELECT VACLEDG ASSIGN TO "VACLEDG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VL-ID
           FILE STATUS IS ST-VACLEDG.

        SELECT VACRATE ASSIGN TO "VACRATE.DAT"
           FILE STATUS IS ST-VACRATE
        ORGANIZATION IS SEQUENTIAL.

        SELECT VACTRAN ASSIGN TO "VACTRAN.DAT"
           FILE STATUS IS ST-VACTRAN
        ORGANIZATION IS SEQUENTIAL.

        SELECT VACHIST ASSIGN TO "VACHIST.DAT"
           FILE STATUS IS ST-VACHIST
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VACSTMT ASSIGN TO "VACSTMT.DAT"
           FILE STATUS IS ST-VACSTMT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VACPAYO ASSIGN TO "VACPAYO.DAT"
           FILE STATUS IS ST-VACPAYO
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VACEXC ASSIGN TO "VACEXC.DAT"
           FILE STATUS IS ST-VACEXC
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VACCKPT ASSIGN TO "VACCKPT.DAT"
           FILE STATUS IS ST-VACCKPT
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD DATAOUT.
        01 DATAOUT-EMPLOYEES.
            03 DO-ID                 PIC X(4).
            03 DO-LNAME              PIC X(20).
            03 DO-NAME               PIC X(20).
            03 DO-INITDATE           PIC X(8).
            03 DO-DEPT               PIC X(4).
            03 DO-STATUS             PIC X(1).
                88 DO-ACTIVE             VALUE "A".
                88 DO-TERMINATED         VALUE "T".
                88 DO-ON-LEAVE           VALUE "L".
            03 DO-TERMDATE           PIC X(8).
            03 DO-REHIREDATE         PIC X(8).
            03 DO-LEAVEDATE          PIC X(8).
            03 DO-LEAVERET           PIC X(8).

        FD EMPMSTR.
        01 MASTER-EMPLOYEES.
            03 MST-ID                PIC X(4).
            03 MST-LNAME             PIC X(20).
            03 MST-NAME              PIC X(20).
            03 MST-INITDATE          PIC X(8).
            03 MST-DEPT              PIC X(4).
            03 MST-STATUS            PIC X(1).
                88 MST-ACTIVE            VALUE "A".
                88 MST-TERMINATED        VALUE "T".
                88 MST-ON-LEAVE          VALUE "L".
            03 MST-TERMDATE          PIC X(8).
            03 MST-REHIREDATE        PIC X(8).
            03 MST-LEAVEDATE         PIC X(8).
            03 MST-LEAVERET          PIC X(8).

      *     ONE BALANCE PER EMP-ID.  THE YEAR-TO-DATE FIGURES RUN
      *     FROM THE LAST YEAR-END, WHOSE CLOSING BALANCE IS THE
      *     CARRY-IN.  A PAYOUT DATE CLOSES THE LEDGER UNTIL THE
      *     EMPLOYEE IS REHIRED.  THE POST STAMP IS THE VACTRAN.DAT
      *     BATCH AND TRANSACTION NUMBER LAST POSTED TO IT.
        FD VACLEDG.
        01 LEDGER-REC.
            03 VL-ID                 PIC X(4).
            03 VL-BALANCE            PIC 9(5)V99.
            03 VL-CARRY-IN           PIC 9(5)V99.
            03 VL-YTD-ACCRUED        PIC 9(5)V99.
            03 VL-YTD-TAKEN          PIC 9(5)V99.
            03 VL-YTD-ADJUSTED       PIC S9(5)V99.
            03 VL-LAST-FORFEIT       PIC 9(5)V99.
            03 VL-LAST-PERIOD        PIC X(6).
            03 VL-LAST-YEAREND       PIC X(4).
            03 VL-PAYOUT-DATE        PIC X(8).
            03 VL-PAYOUT-HOURS       PIC 9(5)V99.
            03 VL-OPEN-DATE          PIC X(8).
            03 VL-POST-BATCH         PIC X(14).
            03 VL-POST-SEQ           PIC 9(6).
            03 FILLER                PIC X(1).

        FD VACRATE.
        01 RATE-SOURCE-REC.
            03 VR-MIN-YEARS-X        PIC X(2).
            03 VR-MIN-YEARS REDEFINES VR-MIN-YEARS-X
                                     PIC 9(2).
            03 VR-HOURS-X            PIC X(5).
            03 VR-HOURS REDEFINES VR-HOURS-X
                                     PIC 9(3)V99.
            03 VR-CAP-X              PIC X(6).
            03 VR-CAP REDEFINES VR-CAP-X
                                     PIC 9(4)V99.

        FD VACTRAN.
        01 VAC-TRANSACTION.
            03 VT-TRAN-CODE          PIC X(1).
                88 VT-USAGE              VALUE "U".
                88 VT-ADJUST             VALUE "J".
            03 VT-EMP-ID             PIC X(4).
            03 VT-HOURS-X            PIC X(6).
            03 VT-HOURS REDEFINES VT-HOURS-X
                                     PIC 9(4)V99.
            03 VT-SIGN               PIC X(1).
            03 FILLER                PIC X(46).
            03 VT-EFFDATE            PIC X(8).

        FD VACHIST.
        01 VACHIST-LINE              PIC X(54).

        FD VACSTMT.
        01 STMT-LINE                 PIC X(132).

        FD VACPAYO.
        01 PAYO-LINE                 PIC X(80).

        FD VACEXC.
        01 EXC-LINE                  PIC X(100).

      *     THE FIRST LINE NAMES THE BATCH; EACH LINE AFTER IT
      *     COUNTS THE TRANSACTIONS DONE SO FAR.
        FD VACCKPT.
        01 CKPT-REC.
            03 CK-BATCH              PIC X(14).
            03 FILLER                PIC X(1).
            03 CK-DONE-X             PIC X(6).
            03 CK-DONE REDEFINES CK-DONE-X
                                     PIC 9(6).
            03 FILLER                PIC X(1).
            03 CK-FIRST-TRAN         PIC X(66).

        WORKING-STORAGE SECTION.

        01  ST-DATAOUT   PIC XX.
        01  ST-MASTER    PIC XX.
        01  ST-VACLEDG   PIC XX.
        01  ST-VACRATE   PIC XX.
        01  ST-VACTRAN   PIC XX.
        01  ST-VACHIST   PIC XX.
        01  ST-VACSTMT   PIC XX.
        01  ST-VACPAYO   PIC XX.
        01  ST-VACEXC    PIC XX.
        01  ST-VACCKPT   PIC XX.

      *     PARM POSITIONS 1-7 ARE THE RUN MODE (BLANK, "ACCRUE" OR
      *     "YEAREND"), POSITIONS 9-14 THE PERIOD - YYYYMM FOR
      *     ACCRUE (BLANK MEANS LAST MONTH), YYYY FOR YEAREND.
        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
        01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
            03 WS-PARM-MODE          PIC X(7).
                88 PARM-POST-ONLY        VALUE SPACE.
                88 PARM-ACCRUE           VALUE "ACCRUE".
                88 PARM-YEAREND          VALUE "YEAREND".
            03 FILLER                PIC X(1).
            03 WS-PARM-PERIOD        PIC X(6).
            03 WS-PARM-YEAR REDEFINES WS-PARM-PERIOD.
                05 WS-PARM-YEAR-4    PIC X(4).
                05 WS-PARM-YEAR-REST PIC X(2).
            03 FILLER                PIC X(6).

        01  WS-RUN-DATE              PIC 9(08).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            03 WS-RUN-YYYYMM         PIC 9(06).
            03 FILLER                PIC 9(02).
        01  WS-RUN-DATE-YMD REDEFINES WS-RUN-DATE.
            03 WS-RUN-YYYY           PIC 9(04).
            03 WS-RUN-MM             PIC 9(02).
            03 WS-RUN-DD             PIC 9(02).

        01  WS-ACCRUE-PERIOD         PIC 9(06) VALUE ZERO.
        01  WS-ACCRUE-PARTS REDEFINES WS-ACCRUE-PERIOD.
            03 WS-AP-YYYY            PIC 9(04).
            03 WS-AP-MM              PIC 9(02).
        01  WS-CLOSE-YEAR            PIC 9(04) VALUE ZERO.
      *     A LEDGER OPENED OR REOPENED OUTSIDE THE ACCRUAL BELONGS
      *     TO THE YEAR OF THE MONTH JUST ENDED, THE NEXT MONTH THE
      *     ACCRUAL WILL CREDIT.
        01  WS-OPEN-YEAR             PIC 9(04) VALUE ZERO.
        01  WS-CLOSE-PERIOD          PIC 9(06) VALUE ZERO.

        01  WS-WORK-PERIOD           PIC 9(06).
        01  WS-WORK-PARTS REDEFINES WS-WORK-PERIOD.
            03 WS-WP-YYYY            PIC 9(04).
            03 WS-WP-MM              PIC 9(02).
        01  WS-LAST-PERIOD           PIC 9(06).
        01  WS-LAST-PARTS REDEFINES WS-LAST-PERIOD.
            03 WS-LP-YYYY            PIC 9(04).
            03 WS-LP-MM              PIC 9(02).

        01  WS-SWITCHES.
            03 WS-DATAOUT-EOF-SW     PIC X(01) VALUE "N".
                88 DATAOUT-EOF           VALUE "Y".
            03 WS-TRAN-EOF-SW        PIC X(01) VALUE "N".
                88 TRAN-EOF              VALUE "Y".
            03 WS-RATE-EOF-SW        PIC X(01) VALUE "N".
                88 RATE-EOF              VALUE "Y".
            03 WS-RATE-BAD-SW        PIC X(01) VALUE "N".
                88 RATE-TABLE-BAD        VALUE "Y".
            03 WS-TRAN-MISSING-SW    PIC X(01) VALUE "N".
                88 TRAN-MISSING          VALUE "Y".
            03 WS-RUN-FAILED-SW      PIC X(01) VALUE "N".
                88 RUN-FAILED            VALUE "Y".
            03 WS-DATE-OK-SW         PIC X(01) VALUE "N".
                88 DATE-OK               VALUE "Y".
            03 WS-LEDGER-FOUND-SW    PIC X(01) VALUE "N".
                88 LEDGER-FOUND          VALUE "Y".
            03 WS-LEDGER-NEW-SW      PIC X(01) VALUE "N".
                88 LEDGER-NEW            VALUE "Y".
            03 WS-LEDGER-CHANGED-SW  PIC X(01) VALUE "N".
                88 LEDGER-CHANGED        VALUE "Y".
            03 WS-START-OK-SW        PIC X(01) VALUE "N".
                88 START-OK              VALUE "Y".
            03 WS-TERM-OK-SW         PIC X(01) VALUE "N".
                88 TERM-OK               VALUE "Y".
            03 WS-LEAVE-KNOWN-SW     PIC X(01) VALUE "N".
                88 LEAVE-KNOWN           VALUE "Y".
            03 WS-RETURN-OPEN-SW     PIC X(01) VALUE "N".
                88 RETURN-OPEN           VALUE "Y".
            03 WS-ACCRUAL-HELD-SW    PIC X(01) VALUE "N".
                88 ACCRUAL-HELD          VALUE "Y".
            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".
            03 WS-CKPT-EOF-SW        PIC X(01) VALUE "N".
                88 CKPT-EOF              VALUE "Y".
            03 WS-BATCH-RESUMED-SW   PIC X(01) VALUE "N".
                88 BATCH-RESUMED         VALUE "Y".
            03 WS-PAYO-STARTED-SW    PIC X(01) VALUE "N".
                88 PAYO-STARTED          VALUE "Y".
            03 WS-PAYOUT-LISTED-SW   PIC X(01) VALUE "N".
                88 PAYOUT-LISTED         VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-TRAN-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-TRAN-SKIPPED        PIC 9(09) COMP VALUE ZERO.
            03 WS-USAGE-POSTED        PIC 9(09) COMP VALUE ZERO.
            03 WS-ADJUST-POSTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-TRAN-REJECTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-EMP-READ            PIC 9(09) COMP VALUE ZERO.
            03 WS-LEDGERS-OPENED      PIC 9(09) COMP VALUE ZERO.
            03 WS-MONTHS-CREDITED     PIC 9(09) COMP VALUE ZERO.
            03 WS-MONTHS-ON-LEAVE     PIC 9(09) COMP VALUE ZERO.
            03 WS-YEARS-CLOSED        PIC 9(09) COMP VALUE ZERO.
            03 WS-PAYOUT-COUNT        PIC 9(09) COMP VALUE ZERO.
            03 WS-LEDGERS-REOPENED    PIC 9(09) COMP VALUE ZERO.
            03 WS-STATEMENT-COUNT     PIC 9(09) COMP VALUE ZERO.
            03 WS-EXCEPTION-COUNT     PIC 9(09) COMP VALUE ZERO.

        01  WS-HOURS-TOTALS.
            03 WS-TOT-ACCRUED         PIC 9(07)V99 VALUE ZERO.
            03 WS-TOT-TAKEN           PIC 9(07)V99 VALUE ZERO.
            03 WS-TOT-FORFEIT         PIC 9(07)V99 VALUE ZERO.
            03 WS-TOT-PAYOUT          PIC 9(07)V99 VALUE ZERO.

      *     THE SERVICE-BAND RATES FROM VACRATE.DAT, LOWEST BAND
      *     FIRST - THE BANDS SF5ANNIV'S SENIORITY DISTRIBUTION
      *     USES (UNDER 5, 5-9, 10-19, 20 AND UP).
        01  WS-RATE-TABLE.
            03 WS-RATE-LIMIT          PIC 9(03) COMP VALUE 10.
            03 WS-RATE-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-RATE-ENTRY OCCURS 10 TIMES.
                05 WS-RTE-MIN-YEARS   PIC 9(02).
                05 WS-RTE-HOURS       PIC 9(3)V99.
                05 WS-RTE-CAP         PIC 9(4)V99.
        01  WS-RATE-SUB               PIC 9(03) COMP VALUE ZERO.
        01  WS-BAND-HOURS             PIC 9(3)V99.
        01  WS-BAND-CAP               PIC 9(4)V99.

      *     THE EMPLOYEE'S DATES, ONCE PROVED, AS NUMBERS.
        01  WS-START-DATE            PIC 9(08).
        01  WS-START-PARTS REDEFINES WS-START-DATE.
            03 WS-START-YYYYMM       PIC 9(06).
            03 WS-START-DD           PIC 9(02).
        01  WS-START-YMD REDEFINES WS-START-DATE.
            03 WS-START-YYYY         PIC 9(04).
            03 WS-START-MM           PIC 9(02).
            03 FILLER                PIC 9(02).
        01  WS-TERM-DATE             PIC 9(08).
        01  WS-TERM-PARTS REDEFINES WS-TERM-DATE.
            03 WS-TERM-YYYYMM        PIC 9(06).
            03 FILLER                PIC 9(02).
        01  WS-LEAVE-DATE            PIC 9(08).
        01  WS-LEAVE-PARTS REDEFINES WS-LEAVE-DATE.
            03 WS-LEAVE-YYYYMM       PIC 9(06).
            03 FILLER                PIC 9(02).
        01  WS-RETURN-DATE           PIC 9(08).
        01  WS-RETURN-PARTS REDEFINES WS-RETURN-DATE.
            03 WS-RETURN-YYYYMM      PIC 9(06).
            03 FILLER                PIC 9(02).

        01  WS-DATE-WORK             PIC X(08).
        01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
            03 WS-DATE-YYYY          PIC 9(04).
            03 WS-DATE-MM            PIC 9(02).
            03 WS-DATE-DD            PIC 9(02).

      *     COMPLETED YEARS OF SERVICE AT AN AS-OF DATE, WORKED THE
      *     WAY SF5ANNIV WORKS THEM.
        01  WS-ASOF-YYYY             PIC 9(04).
        01  WS-ASOF-MM               PIC 9(02).
        01  WS-ASOF-DD               PIC 9(02).
        01  WS-SERVICE-YEARS         PIC S9(04) COMP.

      *     THE VACTRAN.DAT BATCH BEING POSTED, AND HOW MANY OF
      *     ITS TRANSACTIONS AN EARLIER RUN FINISHED.
        01  WS-BATCH-ID              PIC X(14) VALUE SPACE.
        01  WS-BATCH-TIME            PIC 9(08).
        01  WS-FIRST-TRAN            PIC X(66).
        01  WS-TRAN-DONE             PIC 9(06) VALUE ZERO.

        01  WS-TRAN-DATE             PIC X(08).
        01  WS-POST-HOURS            PIC S9(5)V99.
        01  WS-BAL-BEFORE            PIC 9(5)V99.
        01  WS-FORFEIT               PIC 9(5)V99.
        01  WS-REASON                PIC X(60).

        01  WS-VACHIST-REC.
            03 WS-VH-DATE             PIC 9(08).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-ID               PIC X(04).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-TYPE             PIC X(02).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-WHEN             PIC X(08).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-HOURS            PIC -9(5).9(2).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-BAL-BEF          PIC 9(5).9(2).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-VH-BAL-AFT          PIC 9(5).9(2).

        01  WS-EXC-COLUMNS.
            03 FILLER                PIC X(07) VALUE "EMP-ID".
            03 FILLER                PIC X(05) VALUE "CD".
            03 FILLER                PIC X(10) VALUE "DATE".
            03 FILLER                PIC X(11) VALUE "HOURS".
            03 FILLER                PIC X(67) VALUE "EXCEPTION".

        01  WS-EXC-DETAIL.
            03 WS-XD-EMP-ID          PIC X(04).
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-XD-CODE            PIC X(02).
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-XD-DATE            PIC X(08).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-XD-HOURS           PIC X(09).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-XD-REASON          PIC X(60).
            03 FILLER                PIC X(07) VALUE SPACE.

        01  WS-PAYO-COLUMNS.
            03 FILLER                PIC X(06) VALUE "EMP-ID".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(22) VALUE "FIRST NAME".
            03 FILLER                PIC X(06) VALUE "DEPT".
            03 FILLER                PIC X(10) VALUE "TERM DATE".
            03 FILLER                PIC X(15) VALUE "  HOURS DUE".

        01  WS-PAYO-DETAIL.
            03 WS-PD-EMP-ID          PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-PD-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PD-NAME            PIC X(20).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-PD-DEPT            PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-PD-TERMDATE        PIC X(08).
            03 FILLER                PIC X(04) VALUE SPACE.
            03 WS-PD-HOURS           PIC ZZ,ZZ9.99.
            03 FILLER                PIC X(04) VALUE SPACE.

        01  WS-STMT-HEAD.
            03 FILLER                PIC X(07) VALUE "EMP-ID ".
            03 WS-SH-EMP-ID          PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SH-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SH-NAME            PIC X(20).
            03 FILLER                PIC X(07) VALUE "  DEPT ".
            03 WS-SH-DEPT            PIC X(04).
            03 FILLER                PIC X(15) VALUE
               "  SERVICE FROM ".
            03 WS-SH-START           PIC X(08).
            03 FILLER                PIC X(08) VALUE "  YEARS ".
            03 WS-SH-YEARS           PIC ZZ9.
            03 FILLER                PIC X(07) VALUE "  RATE ".
            03 WS-SH-RATE            PIC ZZ9.99.
            03 FILLER                PIC X(06) VALUE "  CAP ".
            03 WS-SH-CAP             PIC Z,ZZ9.99.
            03 FILLER                PIC X(06) VALUE SPACE.

        01  WS-STMT-FIGURES.
            03 FILLER                PIC X(15) VALUE
               "    CARRIED IN ".
            03 WS-SF-CARRY-IN        PIC ZZ,ZZ9.99.
            03 FILLER                PIC X(11) VALUE "  ACCRUED ".
            03 WS-SF-ACCRUED         PIC ZZ,ZZ9.99.
            03 FILLER                PIC X(09) VALUE "  TAKEN ".
            03 WS-SF-TAKEN           PIC ZZ,ZZ9.99.
            03 FILLER                PIC X(12) VALUE "  ADJUSTED ".
            03 WS-SF-ADJUSTED        PIC -ZZ,ZZ9.99.
            03 FILLER                PIC X(11) VALUE "  BALANCE ".
            03 WS-SF-BALANCE         PIC ZZ,ZZ9.99.
            03 FILLER                PIC X(11) VALUE "  THROUGH ".
            03 WS-SF-THROUGH         PIC X(06).
            03 FILLER                PIC X(11) VALUE SPACE.

        01  WS-COUNT-ED              PIC Z(8)9.
        01  WS-HOURS-ED              PIC ZZ,ZZ9.99.
        01  WS-TOTAL-ED              PIC Z,ZZZ,ZZ9.99.
        01  WS-YEAR-ED               PIC 9(04).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 2000-POST-ONE-TRAN
               THRU 2000-POST-ONE-TRAN-EXIT
               UNTIL TRAN-EOF.

            IF NOT RUN-FAILED
               PERFORM 3900-READ-DATAOUT-REC
                  THRU 3900-READ-DATAOUT-REC-EXIT
               PERFORM 3000-PROCESS-EMPLOYEE
                  THRU 3000-PROCESS-EMPLOYEE-EXIT
                  UNTIL DATAOUT-EOF
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE MODE AND PERIOD FROM THE RUN *
      * PARAMETER, LOAD THE RATES FOR AN ACCRUAL OR YEAR-END RUN  *
      * AND OPEN THE FILES.                                       *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            MOVE WS-RUN-YYYY TO WS-OPEN-YEAR.
            IF WS-RUN-MM = 1
               SUBTRACT 1 FROM WS-OPEN-YEAR
            END-IF.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM = LOW-VALUE
               MOVE SPACE TO WS-RUN-PARM
            END-IF.

            EVALUATE TRUE
               WHEN PARM-POST-ONLY
                  CONTINUE
               WHEN PARM-ACCRUE
                  PERFORM 1100-SET-ACCRUE-PERIOD
                     THRU 1100-SET-ACCRUE-PERIOD-EXIT
               WHEN PARM-YEAREND
                  PERFORM 1150-SET-CLOSE-YEAR
                     THRU 1150-SET-CLOSE-YEAR-EXIT
               WHEN OTHER
                  DISPLAY "SF5VACN: PARM MUST BE BLANK, 'ACCRUE YYYYMM'"
                     " OR 'YEAREND YYYY', NOTHING DONE"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
            END-EVALUATE.

            IF NOT PARM-POST-ONLY
               PERFORM 1200-LOAD-RATE-TABLE
                  THRU 1200-LOAD-RATE-TABLE-EXIT
               IF RATE-TABLE-BAD
                  DISPLAY "SF5VACN: VACRATE.DAT NOT USABLE, NOTHING "
                     "ACCRUED OR CLOSED"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            PERFORM 1300-OPEN-FILES
               THRU 1300-OPEN-FILES-EXIT.

            PERFORM 2900-READ-TRAN-REC
               THRU 2900-READ-TRAN-REC-EXIT.

            PERFORM 1400-SET-BATCH
               THRU 1400-SET-BATCH-EXIT.

            PERFORM 1350-OPEN-REPORTS
               THRU 1350-OPEN-REPORTS-EXIT.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-SET-ACCRUE-PERIOD - THE MONTH TO ACCRUE THROUGH.     *
      * BLANK IS THE MONTH JUST ENDED, THE USUAL FIRST-OF-THE-    *
      * MONTH RUN.  A MONTH NOT YET BEGUN CANNOT BE ACCRUED.      *
      *----------------------------------------------------------*
        1100-SET-ACCRUE-PERIOD.
            IF WS-PARM-PERIOD = SPACE
               MOVE WS-RUN-YYYYMM TO WS-ACCRUE-PERIOD
               IF WS-AP-MM = 1
                  SUBTRACT 1 FROM WS-AP-YYYY
                  MOVE 12 TO WS-AP-MM
               ELSE
                  SUBTRACT 1 FROM WS-AP-MM
               END-IF
               GO TO 1100-SET-ACCRUE-PERIOD-EXIT
            END-IF.

            IF WS-PARM-PERIOD IS NOT NUMERIC
               DISPLAY "SF5VACN: ACCRUAL MONTH '" WS-PARM-PERIOD
                  "' IS NOT YYYYMM, NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-PARM-PERIOD TO WS-ACCRUE-PERIOD.
            IF WS-AP-MM < 1 OR WS-AP-MM > 12
               OR WS-ACCRUE-PERIOD > WS-RUN-YYYYMM
               DISPLAY "SF5VACN: ACCRUAL MONTH " WS-ACCRUE-PERIOD
                  " IS NOT A MONTH ALREADY BEGUN, NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

        1100-SET-ACCRUE-PERIOD-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1150-SET-CLOSE-YEAR - THE YEAR TO CLOSE MUST BE KEYED; A  *
      * YEAR-END IS TOO COSTLY TO GUESS AT.                       *
      *----------------------------------------------------------*
        1150-SET-CLOSE-YEAR.
            IF WS-PARM-YEAR-4 IS NOT NUMERIC
               OR WS-PARM-YEAR-REST NOT = SPACE
               DISPLAY "SF5VACN: KEY THE YEAR TO CLOSE, E.G. "
                  "'YEAREND 2026' - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-PARM-YEAR-4 TO WS-CLOSE-YEAR.
            IF WS-CLOSE-YEAR > WS-RUN-YYYY
               DISPLAY "SF5VACN: YEAR " WS-CLOSE-YEAR
                  " HAS NOT BEGUN, NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            COMPUTE WS-CLOSE-PERIOD = WS-CLOSE-YEAR * 100 + 12.

        1150-SET-CLOSE-YEAR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-LOAD-RATE-TABLE - LOAD THE SERVICE BANDS.  THE       *
      * BANDS MUST START AT 00 AND RISE LINE BY LINE; ANY BAD     *
      * LINE MARKS THE WHOLE TABLE UNUSABLE.                      *
      *----------------------------------------------------------*
        1200-LOAD-RATE-TABLE.
            OPEN INPUT VACRATE.
            IF ST-VACRATE NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACRATE.DAT, STATUS "
                  ST-VACRATE
               SET RATE-TABLE-BAD TO TRUE
               GO TO 1200-LOAD-RATE-TABLE-EXIT
            END-IF.
            PERFORM 1210-LOAD-ONE-RATE
               THRU 1210-LOAD-ONE-RATE-EXIT
               UNTIL RATE-EOF.
            CLOSE VACRATE.

            IF WS-RATE-COUNT = ZERO
               DISPLAY "SF5VACN: NO BANDS ON VACRATE.DAT"
               SET RATE-TABLE-BAD TO TRUE
            END-IF.

        1200-LOAD-RATE-TABLE-EXIT.
            EXIT.

        1210-LOAD-ONE-RATE.
            READ VACRATE
               AT END
                  SET RATE-EOF TO TRUE
                  GO TO 1210-LOAD-ONE-RATE-EXIT
            END-READ.
            IF ST-VACRATE NOT = "00"
               DISPLAY "SF5VACN: BAD READ ON VACRATE.DAT, STATUS "
                  ST-VACRATE
               SET RATE-TABLE-BAD TO TRUE
               SET RATE-EOF TO TRUE
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.

            IF VR-MIN-YEARS-X IS NOT NUMERIC
               OR VR-HOURS-X IS NOT NUMERIC
               OR VR-CAP-X IS NOT NUMERIC
               DISPLAY "SF5VACN: BAD RATE LINE '" RATE-SOURCE-REC
                  "'"
               SET RATE-TABLE-BAD TO TRUE
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.
            IF WS-RATE-COUNT = ZERO
               IF VR-MIN-YEARS NOT = ZERO
                  DISPLAY "SF5VACN: FIRST BAND STARTS AT "
                     VR-MIN-YEARS " YEARS, NOT 00"
                  SET RATE-TABLE-BAD TO TRUE
                  GO TO 1210-LOAD-ONE-RATE-EXIT
               END-IF
            ELSE
               IF VR-MIN-YEARS NOT > WS-RTE-MIN-YEARS(WS-RATE-COUNT)
                  DISPLAY "SF5VACN: BAND AT " VR-MIN-YEARS
                     " YEARS IS OUT OF ORDER OR REPEATED"
                  SET RATE-TABLE-BAD TO TRUE
                  GO TO 1210-LOAD-ONE-RATE-EXIT
               END-IF
            END-IF.
            IF WS-RATE-COUNT NOT < WS-RATE-LIMIT
               DISPLAY "SF5VACN: MORE THAN " WS-RATE-LIMIT
                  " BANDS ON VACRATE.DAT"
               SET RATE-TABLE-BAD TO TRUE
               SET RATE-EOF TO TRUE
               GO TO 1210-LOAD-ONE-RATE-EXIT
            END-IF.

            ADD 1 TO WS-RATE-COUNT.
            MOVE VR-MIN-YEARS TO WS-RTE-MIN-YEARS(WS-RATE-COUNT).
            MOVE VR-HOURS TO WS-RTE-HOURS(WS-RATE-COUNT).
            MOVE VR-CAP TO WS-RTE-CAP(WS-RATE-COUNT).

        1210-LOAD-ONE-RATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1300-OPEN-FILES - THE LEDGER IS CREATED ON THE FIRST RUN, *
      * THE WAY SF5UPDEL CREATES EMPPAY.DAT.  NO VACTRAN.DAT      *
      * SIMPLY MEANS NOTHING WAS KEYED.                           *
      *----------------------------------------------------------*
        1300-OPEN-FILES.
            OPEN INPUT DATAOUT.
            IF ST-DATAOUT NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON DATAOUT.DAT, STATUS "
                  ST-DATAOUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               CLOSE DATAOUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O VACLEDG.
            IF ST-VACLEDG = "35"
               OPEN OUTPUT VACLEDG
               CLOSE VACLEDG
               OPEN I-O VACLEDG
            END-IF.
            IF ST-VACLEDG NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG
               CLOSE DATAOUT
               CLOSE EMPMSTR
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN EXTEND VACHIST.
            IF ST-VACHIST = "35"
               OPEN OUTPUT VACHIST
            END-IF.
            IF ST-VACHIST NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACHIST.DAT, STATUS "
                  ST-VACHIST
               CLOSE DATAOUT
               CLOSE EMPMSTR
               CLOSE VACLEDG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT VACTRAN.
            IF ST-VACTRAN = "35"
               SET TRAN-MISSING TO TRUE
               SET TRAN-EOF TO TRUE
            ELSE
               IF ST-VACTRAN NOT = "00"
                  DISPLAY "SF5VACN: BAD OPEN ON VACTRAN.DAT, STATUS "
                     ST-VACTRAN
                  CLOSE DATAOUT
                  CLOSE EMPMSTR
                  CLOSE VACLEDG
                  CLOSE VACHIST
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

        1300-OPEN-FILES-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1350-OPEN-REPORTS - THE PAYOUT LISTING IS ADDED TO UNTIL  *
      * PAYROLL CLEARS IT; ITS HEADING WAITS FOR THE FIRST PAYOUT *
      * (7300).  A RUN CARRYING ON A BATCH ADDS TO THE FAILED     *
      * RUN'S EXCEPTIONS, WHICH IT DOES NOT LIST AGAIN.  IF ANY   *
      * REPORT CANNOT BE OPENED, NOTHING IS POSTED (RC 12).       *
      *----------------------------------------------------------*
        1350-OPEN-REPORTS.
            OPEN EXTEND VACPAYO.
            IF ST-VACPAYO = "35"
               OPEN OUTPUT VACPAYO
            END-IF.
            IF ST-VACPAYO NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACPAYO.DAT, STATUS "
                  ST-VACPAYO ", NOTHING POSTED"
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
            END-IF.
            IF BATCH-RESUMED
               OPEN EXTEND VACEXC
               IF ST-VACEXC = "35"
                  OPEN OUTPUT VACEXC
               END-IF
            ELSE
               OPEN OUTPUT VACEXC
            END-IF.
            IF ST-VACEXC NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACEXC.DAT, STATUS "
                  ST-VACEXC ", NOTHING POSTED"
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
               GO TO 1350-OPEN-REPORTS-EXIT
            END-IF.
            IF NOT PARM-POST-ONLY
               OPEN OUTPUT VACSTMT
               IF ST-VACSTMT NOT = "00"
                  DISPLAY "SF5VACN: BAD OPEN ON VACSTMT.DAT, STATUS "
                     ST-VACSTMT ", NOTHING POSTED"
                  SET RUN-FAILED TO TRUE
                  SET TRAN-EOF TO TRUE
                  GO TO 1350-OPEN-REPORTS-EXIT
               END-IF
            END-IF.

            MOVE SPACE TO EXC-LINE.
            STRING "SF5VACN VACATION LEDGER EXCEPTIONS - RUN DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.
            WRITE EXC-LINE FROM WS-EXC-COLUMNS.
            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.

            IF NOT PARM-POST-ONLY
               MOVE SPACE TO STMT-LINE
               IF PARM-ACCRUE
                  STRING "SF5VACN VACATION BALANCE STATEMENT - "
                     DELIMITED BY SIZE
                     "ACCRUED THROUGH " DELIMITED BY SIZE
                     WS-ACCRUE-PERIOD DELIMITED BY SIZE
                     "  RUN DATE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO STMT-LINE
                  END-STRING
               ELSE
                  STRING "SF5VACN VACATION BALANCE STATEMENT - "
                     DELIMITED BY SIZE
                     "YEAR-END " DELIMITED BY SIZE
                     WS-CLOSE-YEAR DELIMITED BY SIZE
                     "  RUN DATE " DELIMITED BY SIZE
                     WS-RUN-DATE DELIMITED BY SIZE
                     INTO STMT-LINE
                  END-STRING
               END-IF
               WRITE STMT-LINE
               MOVE SPACE TO STMT-LINE
               WRITE STMT-LINE
            END-IF.

        1350-OPEN-REPORTS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1400-SET-BATCH - NAME THE BATCH ON VACTRAN.DAT, OR CARRY  *
      * ON THE ONE VACCKPT.DAT SAYS A FAILED RUN LEFT PART DONE.  *
      * A NEW BATCH IS NOTED BEFORE ANYTHING POSTS; IF IT CANNOT  *
      * BE, NOTHING POSTS.                                        *
      *----------------------------------------------------------*
        1400-SET-BATCH.
            IF TRAN-EOF
               GO TO 1400-SET-BATCH-EXIT
            END-IF.
            MOVE VAC-TRANSACTION TO WS-FIRST-TRAN.

            OPEN INPUT VACCKPT.
            IF ST-VACCKPT = "00"
               MOVE "N" TO WS-CKPT-EOF-SW
               PERFORM 1410-READ-CKPT-REC
                  THRU 1410-READ-CKPT-REC-EXIT
                  UNTIL CKPT-EOF
               CLOSE VACCKPT
            ELSE
               IF ST-VACCKPT NOT = "35"
                  DISPLAY "SF5VACN: BAD OPEN ON VACCKPT.DAT, STATUS "
                     ST-VACCKPT ", NOTHING POSTED"
                  SET RUN-FAILED TO TRUE
               END-IF
            END-IF.
            IF RUN-FAILED
               SET TRAN-EOF TO TRUE
               GO TO 1400-SET-BATCH-EXIT
            END-IF.

            IF WS-BATCH-ID NOT = SPACE
               SET BATCH-RESUMED TO TRUE
               DISPLAY "SF5VACN: CARRYING ON BATCH " WS-BATCH-ID
                  " AFTER " WS-TRAN-DONE " TRANSACTION(S)"
               GO TO 1400-SET-BATCH-EXIT
            END-IF.

            ACCEPT WS-BATCH-TIME FROM TIME.
            STRING WS-RUN-DATE DELIMITED BY SIZE
               WS-BATCH-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID
            END-STRING.
            MOVE ZERO TO WS-TRAN-DONE.
            PERFORM 7700-WRITE-CHECKPOINT
               THRU 7700-WRITE-CHECKPOINT-EXIT.

        1400-SET-BATCH-EXIT.
            EXIT.

        1410-READ-CKPT-REC.
            READ VACCKPT
               AT END
                  SET CKPT-EOF TO TRUE
                  GO TO 1410-READ-CKPT-REC-EXIT
            END-READ.
            IF ST-VACCKPT NOT = "00"
               DISPLAY "SF5VACN: BAD READ ON VACCKPT.DAT, STATUS "
                  ST-VACCKPT ", NOTHING POSTED"
               SET RUN-FAILED TO TRUE
               SET CKPT-EOF TO TRUE
               GO TO 1410-READ-CKPT-REC-EXIT
            END-IF.
            IF CK-DONE-X IS NOT NUMERIC
               DISPLAY "SF5VACN: VACCKPT.DAT LINE '" CKPT-REC
                  "' IS NOT A CHECKPOINT, NOTHING POSTED"
               SET RUN-FAILED TO TRUE
               SET CKPT-EOF TO TRUE
               GO TO 1410-READ-CKPT-REC-EXIT
            END-IF.
            IF WS-BATCH-ID = SPACE
               IF CK-FIRST-TRAN NOT = WS-FIRST-TRAN
                  DISPLAY "SF5VACN: VACTRAN.DAT DOES NOT START WITH "
                     "THE TRANSACTION VACCKPT.DAT NOTED FOR BATCH "
                     CK-BATCH " - IT WAS CHANGED AFTER THAT BATCH "
                     "FAILED.  PUT IT BACK, OR CHECK VACHIST.DAT AND "
                     "DELETE VACCKPT.DAT, THEN RERUN.  NOTHING POSTED"
                  SET RUN-FAILED TO TRUE
                  SET CKPT-EOF TO TRUE
                  GO TO 1410-READ-CKPT-REC-EXIT
               END-IF
               MOVE CK-BATCH TO WS-BATCH-ID
            END-IF.
            IF CK-BATCH NOT = WS-BATCH-ID
               DISPLAY "SF5VACN: VACCKPT.DAT HOLDS MORE THAN ONE "
                  "BATCH, NOTHING POSTED"
               SET RUN-FAILED TO TRUE
               SET CKPT-EOF TO TRUE
               GO TO 1410-READ-CKPT-REC-EXIT
            END-IF.
            MOVE CK-DONE TO WS-TRAN-DONE.

        1410-READ-CKPT-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-POST-ONE-TRAN - POST ONE "U" (HOURS TAKEN) OR "J"    *
      * (ADJUSTMENT) TRANSACTION TO THE LEDGER AND JOURNAL IT.    *
      * THE EMP-ID MUST BE ON THE MASTER; HOURS TAKEN NEED A      *
      * LEDGER, AN ADJUSTMENT OPENS ONE.  NEITHER MAY POST TO A   *
      * LEDGER ALREADY PAID OUT.  A TRANSACTION THE BATCH HAS     *
      * ALREADY DONE (SEE VACCKPT.DAT ABOVE) IS PASSED OVER.      *
      *----------------------------------------------------------*
        2000-POST-ONE-TRAN.
            IF WS-TRAN-READ NOT > WS-TRAN-DONE
               ADD 1 TO WS-TRAN-SKIPPED
               GO TO 2000-POST-ONE-TRAN-READ
            END-IF.
            MOVE SPACE TO WS-REASON.
            IF VT-EFFDATE = SPACE
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
            ELSE
               MOVE VT-EFFDATE TO WS-TRAN-DATE
            END-IF.

            EVALUATE TRUE
               WHEN NOT VT-USAGE AND NOT VT-ADJUST
                  MOVE "TRAN CODE IS NOT U OR J" TO WS-REASON
               WHEN VT-HOURS-X IS NOT NUMERIC
                  MOVE "HOURS ARE NOT NUMERIC" TO WS-REASON
               WHEN VT-HOURS = ZERO
                  MOVE "HOURS ARE ZERO" TO WS-REASON
               WHEN VT-USAGE AND VT-SIGN NOT = SPACE
                  MOVE "HOURS TAKEN CARRY NO SIGN" TO WS-REASON
               WHEN VT-ADJUST AND VT-SIGN NOT = SPACE
                  AND VT-SIGN NOT = "+" AND VT-SIGN NOT = "-"
                  MOVE "ADJUSTMENT SIGN IS NOT +, - OR BLANK"
                     TO WS-REASON
            END-EVALUATE.
            IF WS-REASON NOT = SPACE
               GO TO 2000-POST-ONE-TRAN-REJECT
            END-IF.

            MOVE WS-TRAN-DATE TO WS-DATE-WORK.
            PERFORM 7400-CHECK-DATE
               THRU 7400-CHECK-DATE-EXIT.
            IF NOT DATE-OK
               MOVE "EFFECTIVE DATE IS NOT A DATE" TO WS-REASON
               GO TO 2000-POST-ONE-TRAN-REJECT
            END-IF.
            IF WS-TRAN-DATE > WS-RUN-DATE
               MOVE "EFFECTIVE DATE IS AFTER THE RUN DATE"
                  TO WS-REASON
               GO TO 2000-POST-ONE-TRAN-REJECT
            END-IF.

            MOVE VT-EMP-ID TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  MOVE "EMP-ID IS NOT ON THE MASTER" TO WS-REASON
            END-READ.
            IF ST-MASTER NOT = "00" AND ST-MASTER NOT = "23"
               DISPLAY "SF5VACN: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", EMP-ID " VT-EMP-ID
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
               GO TO 2000-POST-ONE-TRAN-EXIT
            END-IF.
            IF WS-REASON NOT = SPACE
               GO TO 2000-POST-ONE-TRAN-REJECT
            END-IF.

            MOVE VT-EMP-ID TO VL-ID.
            PERFORM 7000-READ-LEDGER
               THRU 7000-READ-LEDGER-EXIT.
            IF RUN-FAILED
               SET TRAN-EOF TO TRUE
               GO TO 2000-POST-ONE-TRAN-EXIT
            END-IF.
            IF LEDGER-FOUND AND VL-POST-BATCH = WS-BATCH-ID
               AND VL-POST-SEQ NOT < WS-TRAN-READ
               ADD 1 TO WS-TRAN-SKIPPED
               GO TO 2000-POST-ONE-TRAN-NEXT
            END-IF.
            IF NOT LEDGER-FOUND
               IF VT-USAGE
                  MOVE "NO VACATION LEDGER FOR THIS EMP-ID"
                     TO WS-REASON
                  GO TO 2000-POST-ONE-TRAN-REJECT
               END-IF
               MOVE WS-OPEN-YEAR TO WS-YEAR-ED
               MOVE SPACE TO LEDGER-REC
               MOVE VT-EMP-ID TO VL-ID
               PERFORM 7050-OPEN-NEW-LEDGER
                  THRU 7050-OPEN-NEW-LEDGER-EXIT
               SET LEDGER-NEW TO TRUE
               ADD 1 TO WS-LEDGERS-OPENED
            END-IF.
            IF VL-PAYOUT-DATE NOT = SPACE
               STRING "LEDGER CLOSED - PAID OUT ON " DELIMITED BY SIZE
                  VL-PAYOUT-DATE DELIMITED BY SIZE
                  INTO WS-REASON
               END-STRING
               GO TO 2000-POST-ONE-TRAN-REJECT
            END-IF.

            MOVE VL-BALANCE TO WS-BAL-BEFORE.
            IF VT-USAGE
               IF VT-HOURS > VL-BALANCE
                  MOVE VL-BALANCE TO WS-HOURS-ED
                  STRING "HOURS TAKEN EXCEED THE BALANCE OF "
                     DELIMITED BY SIZE
                     WS-HOURS-ED DELIMITED BY SIZE
                     INTO WS-REASON
                  END-STRING
                  GO TO 2000-POST-ONE-TRAN-REJECT
               END-IF
               SUBTRACT VT-HOURS FROM VL-BALANCE
               ADD VT-HOURS TO VL-YTD-TAKEN
               ADD VT-HOURS TO WS-TOT-TAKEN
               COMPUTE WS-POST-HOURS = ZERO - VT-HOURS
               MOVE "US" TO WS-VH-TYPE
               ADD 1 TO WS-USAGE-POSTED
            ELSE
               IF VT-SIGN = "-"
                  IF VT-HOURS > VL-BALANCE
                     MOVE "ADJUSTMENT WOULD TAKE THE BALANCE BELOW ZERO"
                        TO WS-REASON
                     GO TO 2000-POST-ONE-TRAN-REJECT
                  END-IF
                  SUBTRACT VT-HOURS FROM VL-BALANCE
                  SUBTRACT VT-HOURS FROM VL-YTD-ADJUSTED
                  COMPUTE WS-POST-HOURS = ZERO - VT-HOURS
               ELSE
                  ADD VT-HOURS TO VL-BALANCE
                  ADD VT-HOURS TO VL-YTD-ADJUSTED
                  MOVE VT-HOURS TO WS-POST-HOURS
               END-IF
               MOVE "AJ" TO WS-VH-TYPE
               ADD 1 TO WS-ADJUST-POSTED
            END-IF.

            MOVE WS-BATCH-ID TO VL-POST-BATCH.
            MOVE WS-TRAN-READ TO VL-POST-SEQ.
            PERFORM 7100-PUT-LEDGER
               THRU 7100-PUT-LEDGER-EXIT.
            IF RUN-FAILED
               SET TRAN-EOF TO TRUE
               GO TO 2000-POST-ONE-TRAN-EXIT
            END-IF.
            MOVE WS-TRAN-DATE TO WS-VH-WHEN.
            PERFORM 7200-JOURNAL-POSTING
               THRU 7200-JOURNAL-POSTING-EXIT.
            IF RUN-FAILED
               SET TRAN-EOF TO TRUE
               GO TO 2000-POST-ONE-TRAN-EXIT
            END-IF.
            GO TO 2000-POST-ONE-TRAN-NEXT.

        2000-POST-ONE-TRAN-REJECT.
            ADD 1 TO WS-TRAN-REJECTED.
            MOVE VT-EMP-ID TO WS-XD-EMP-ID.
            MOVE VT-TRAN-CODE TO WS-XD-CODE.
            MOVE WS-TRAN-DATE TO WS-XD-DATE.
            MOVE VT-HOURS-X TO WS-XD-HOURS.
            IF VT-HOURS-X IS NUMERIC
               MOVE VT-HOURS TO WS-HOURS-ED
               MOVE WS-HOURS-ED TO WS-XD-HOURS
            END-IF.
            PERFORM 7600-WRITE-EXCEPTION
               THRU 7600-WRITE-EXCEPTION-EXIT.

        2000-POST-ONE-TRAN-NEXT.
            MOVE WS-TRAN-READ TO WS-TRAN-DONE.
            PERFORM 7700-WRITE-CHECKPOINT
               THRU 7700-WRITE-CHECKPOINT-EXIT.
            IF RUN-FAILED
               GO TO 2000-POST-ONE-TRAN-EXIT
            END-IF.

        2000-POST-ONE-TRAN-READ.
            PERFORM 2900-READ-TRAN-REC
               THRU 2900-READ-TRAN-REC-EXIT.

        2000-POST-ONE-TRAN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-TRAN-REC - READ THE NEXT TRANSACTION.  A FILE   *
      * THAT CANNOT BE READ THROUGH IS NOT EMPTIED, SO WHAT WAS   *
      * NOT POSTED IS NOT LOST; THE RUN FAILS AND THE RERUN       *
      * CARRIES THE BATCH ON FROM VACCKPT.DAT.                    *
      *----------------------------------------------------------*
        2900-READ-TRAN-REC.
            IF TRAN-MISSING
               GO TO 2900-READ-TRAN-REC-EXIT
            END-IF.
            READ VACTRAN
               AT END
                  SET TRAN-EOF TO TRUE
                  GO TO 2900-READ-TRAN-REC-EXIT
            END-READ.
            IF ST-VACTRAN NOT = "00"
               DISPLAY "SF5VACN: BAD READ ON VACTRAN.DAT, STATUS "
                  ST-VACTRAN
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
               GO TO 2900-READ-TRAN-REC-EXIT
            END-IF.
            ADD 1 TO WS-TRAN-READ.

        2900-READ-TRAN-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-PROCESS-EMPLOYEE - ONE EMPLOYEE FROM THE EXTRACT:    *
      * ACCRUE OR CLOSE THE YEAR AS THE MODE ASKS, SETTLE A       *
      * TERMINATION, SAVE THE LEDGER AND PRINT THE STATEMENT.     *
      *----------------------------------------------------------*
        3000-PROCESS-EMPLOYEE.
            MOVE "N" TO WS-LEDGER-CHANGED-SW.
            MOVE "N" TO WS-PAYOUT-LISTED-SW.
            MOVE DO-ID TO VL-ID.
            PERFORM 7000-READ-LEDGER
               THRU 7000-READ-LEDGER-EXIT.
            IF RUN-FAILED
               SET DATAOUT-EOF TO TRUE
               GO TO 3000-PROCESS-EMPLOYEE-EXIT
            END-IF.

            PERFORM 3100-PROVE-DATES
               THRU 3100-PROVE-DATES-EXIT.

            IF PARM-ACCRUE
               PERFORM 3200-ACCRUE-EMPLOYEE
                  THRU 3200-ACCRUE-EMPLOYEE-EXIT
            END-IF.
            IF PARM-YEAREND
               PERFORM 3300-CLOSE-YEAR
                  THRU 3300-CLOSE-YEAR-EXIT
            END-IF.
            PERFORM 3400-CHECK-PAYOUT
               THRU 3400-CHECK-PAYOUT-EXIT.

            IF LEDGER-CHANGED
               PERFORM 7100-PUT-LEDGER
                  THRU 7100-PUT-LEDGER-EXIT
               IF RUN-FAILED AND PAYOUT-LISTED
                  AND ST-VACLEDG NOT = "00"
                  DISPLAY "SF5VACN: EMP-ID " DO-ID " IS ON "
                     "VACPAYO.DAT BUT THE LEDGER WAS NOT CLOSED - "
                     "STRIKE THAT LINE BEFORE THE RERUN LISTS IT AGAIN"
               END-IF
               IF RUN-FAILED
                  SET DATAOUT-EOF TO TRUE
                  GO TO 3000-PROCESS-EMPLOYEE-EXIT
               END-IF
            END-IF.

            IF LEDGER-FOUND AND NOT PARM-POST-ONLY
               PERFORM 3500-WRITE-STATEMENT
                  THRU 3500-WRITE-STATEMENT-EXIT
            END-IF.

            PERFORM 3900-READ-DATAOUT-REC
               THRU 3900-READ-DATAOUT-REC-EXIT.

        3000-PROCESS-EMPLOYEE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-PROVE-DATES - SERVICE RUNS FROM THE REHIRE DATE WHEN *
      * IT IS LATER THAN THE INITIATION DATE, ELSE FROM THE       *
      * INITIATION DATE.  THE TERMINATION AND LEAVE DATES ARE     *
      * TAKEN ONLY WHEN THEY ARE REAL DATES.                      *
      *----------------------------------------------------------*
        3100-PROVE-DATES.
            MOVE "N" TO WS-START-OK-SW.
            MOVE "N" TO WS-TERM-OK-SW.
            MOVE "N" TO WS-LEAVE-KNOWN-SW.
            MOVE "N" TO WS-RETURN-OPEN-SW.

            MOVE DO-INITDATE TO WS-DATE-WORK.
            PERFORM 7400-CHECK-DATE
               THRU 7400-CHECK-DATE-EXIT.
            IF DATE-OK
               MOVE DO-INITDATE TO WS-START-DATE
               SET START-OK TO TRUE
            END-IF.
            MOVE DO-REHIREDATE TO WS-DATE-WORK.
            PERFORM 7400-CHECK-DATE
               THRU 7400-CHECK-DATE-EXIT.
            IF DATE-OK
               IF NOT START-OK OR DO-REHIREDATE > DO-INITDATE
                  MOVE DO-REHIREDATE TO WS-START-DATE
                  SET START-OK TO TRUE
               END-IF
            END-IF.

            MOVE DO-TERMDATE TO WS-DATE-WORK.
            PERFORM 7400-CHECK-DATE
               THRU 7400-CHECK-DATE-EXIT.
            IF DATE-OK
               MOVE DO-TERMDATE TO WS-TERM-DATE
               SET TERM-OK TO TRUE
            END-IF.

            MOVE DO-LEAVEDATE TO WS-DATE-WORK.
            PERFORM 7400-CHECK-DATE
               THRU 7400-CHECK-DATE-EXIT.
            IF DATE-OK
               MOVE DO-LEAVEDATE TO WS-LEAVE-DATE
               SET LEAVE-KNOWN TO TRUE
               MOVE DO-LEAVERET TO WS-DATE-WORK
               PERFORM 7400-CHECK-DATE
                  THRU 7400-CHECK-DATE-EXIT
               IF DATE-OK
                  MOVE DO-LEAVERET TO WS-RETURN-DATE
               ELSE
                  SET RETURN-OPEN TO TRUE
               END-IF
            END-IF.

        3100-PROVE-DATES-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3200-ACCRUE-EMPLOYEE - CREDIT EVERY MONTH NOT YET ACCRUED *
      * UP TO THE ACCRUAL MONTH.  A NEW LEDGER STARTS AT THE      *
      * ACCRUAL MONTH - EARLIER BALANCES COME OVER BY ADJUSTMENT. *
      * NO LEDGER IS OPENED FOR SOMEONE ALREADY TERMINATED, AND A *
      * PAID-OUT LEDGER ACCRUES NOTHING.                          *
      *----------------------------------------------------------*
        3200-ACCRUE-EMPLOYEE.
            MOVE "N" TO WS-ACCRUAL-HELD-SW.
            IF NOT LEDGER-FOUND AND DO-TERMINATED
               GO TO 3200-ACCRUE-EMPLOYEE-EXIT
            END-IF.
            IF LEDGER-FOUND AND VL-PAYOUT-DATE NOT = SPACE
               GO TO 3200-ACCRUE-EMPLOYEE-EXIT
            END-IF.
            IF LEDGER-FOUND AND VL-LAST-PERIOD IS NUMERIC
               IF VL-LAST-PERIOD NOT < WS-ACCRUE-PERIOD
                  GO TO 3200-ACCRUE-EMPLOYEE-EXIT
               END-IF
            END-IF.

            IF NOT START-OK
               MOVE "INITDATE AND REHIREDATE NOT DATES - NOT ACCRUED"
                  TO WS-REASON
               PERFORM 3290-LIST-EMPLOYEE
                  THRU 3290-LIST-EMPLOYEE-EXIT
               GO TO 3200-ACCRUE-EMPLOYEE-EXIT
            END-IF.
            IF DO-TERMINATED AND NOT TERM-OK
               MOVE "TERMINATED WITH NO TERMDATE - NOT ACCRUED"
                  TO WS-REASON
               PERFORM 3290-LIST-EMPLOYEE
                  THRU 3290-LIST-EMPLOYEE-EXIT
               GO TO 3200-ACCRUE-EMPLOYEE-EXIT
            END-IF.

            IF NOT LEDGER-FOUND
               MOVE WS-AP-YYYY TO WS-YEAR-ED
               MOVE SPACE TO LEDGER-REC
               MOVE DO-ID TO VL-ID
               PERFORM 7050-OPEN-NEW-LEDGER
                  THRU 7050-OPEN-NEW-LEDGER-EXIT
               SET LEDGER-NEW TO TRUE
               ADD 1 TO WS-LEDGERS-OPENED
            END-IF.
            IF VL-LAST-PERIOD IS NUMERIC
               MOVE VL-LAST-PERIOD TO WS-WORK-PERIOD
               PERFORM 3280-NEXT-MONTH
                  THRU 3280-NEXT-MONTH-EXIT
            ELSE
               MOVE WS-ACCRUE-PERIOD TO WS-WORK-PERIOD
            END-IF.

            SET LEDGER-CHANGED TO TRUE.
            PERFORM 3210-ACCRUE-ONE-MONTH
               THRU 3210-ACCRUE-ONE-MONTH-EXIT
               UNTIL WS-WORK-PERIOD > WS-ACCRUE-PERIOD
                  OR ACCRUAL-HELD.

        3200-ACCRUE-EMPLOYEE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3210-ACCRUE-ONE-MONTH - ONE MONTH FOR ONE EMPLOYEE.  THE  *
      * MONTH IS MARKED DONE WHETHER OR NOT IT EARNED ANYTHING,   *
      * SO A LEAVE OR PRE-HIRE MONTH IS NOT LOOKED AT AGAIN.      *
      *----------------------------------------------------------*
        3210-ACCRUE-ONE-MONTH.
            IF VL-LAST-PERIOD IS NUMERIC
               MOVE VL-LAST-PERIOD TO WS-LAST-PERIOD
               IF WS-WP-YYYY > WS-LP-YYYY
                  AND (VL-LAST-YEAREND IS NOT NUMERIC
                       OR VL-LAST-YEAREND < WS-LP-YYYY)
                  MOVE WS-LP-YYYY TO WS-YEAR-ED
                  STRING "YEAR-END " DELIMITED BY SIZE
                     WS-YEAR-ED DELIMITED BY SIZE
                     " NOT YET RUN - ACCRUED ONLY THROUGH "
                     DELIMITED BY SIZE
                     VL-LAST-PERIOD DELIMITED BY SIZE
                     INTO WS-REASON
                  END-STRING
                  PERFORM 3290-LIST-EMPLOYEE
                     THRU 3290-LIST-EMPLOYEE-EXIT
                  SET ACCRUAL-HELD TO TRUE
                  GO TO 3210-ACCRUE-ONE-MONTH-EXIT
               END-IF
            END-IF.

            IF WS-START-YYYYMM > WS-WORK-PERIOD
               GO TO 3210-ACCRUE-ONE-MONTH-DONE
            END-IF.
            IF WS-START-YYYYMM = WS-WORK-PERIOD
               AND WS-START-DD > 1
               GO TO 3210-ACCRUE-ONE-MONTH-DONE
            END-IF.
            IF DO-TERMINATED
               AND WS-TERM-YYYYMM NOT > WS-WORK-PERIOD
               GO TO 3210-ACCRUE-ONE-MONTH-DONE
            END-IF.
            IF LEAVE-KNOWN
               AND WS-LEAVE-YYYYMM NOT > WS-WORK-PERIOD
               IF RETURN-OPEN
                  OR WS-RETURN-YYYYMM NOT < WS-WORK-PERIOD
                  ADD 1 TO WS-MONTHS-ON-LEAVE
                  GO TO 3210-ACCRUE-ONE-MONTH-DONE
               END-IF
            END-IF.

            MOVE WS-WP-YYYY TO WS-ASOF-YYYY.
            MOVE WS-WP-MM TO WS-ASOF-MM.
            MOVE 31 TO WS-ASOF-DD.
            PERFORM 7500-FIND-BAND
               THRU 7500-FIND-BAND-EXIT.

            MOVE VL-BALANCE TO WS-BAL-BEFORE.
            ADD WS-BAND-HOURS TO VL-BALANCE.
            ADD WS-BAND-HOURS TO VL-YTD-ACCRUED.
            ADD WS-BAND-HOURS TO WS-TOT-ACCRUED.
            ADD 1 TO WS-MONTHS-CREDITED.
            MOVE WS-BAND-HOURS TO WS-POST-HOURS.
            MOVE "AC" TO WS-VH-TYPE.
            MOVE WS-WORK-PERIOD TO WS-VH-WHEN.
            PERFORM 7200-JOURNAL-POSTING
               THRU 7200-JOURNAL-POSTING-EXIT.

        3210-ACCRUE-ONE-MONTH-DONE.
            MOVE WS-WORK-PERIOD TO VL-LAST-PERIOD.
            PERFORM 3280-NEXT-MONTH
               THRU 3280-NEXT-MONTH-EXIT.

        3210-ACCRUE-ONE-MONTH-EXIT.
            EXIT.

        3280-NEXT-MONTH.
            IF WS-WP-MM = 12
               ADD 1 TO WS-WP-YYYY
               MOVE 1 TO WS-WP-MM
            ELSE
               ADD 1 TO WS-WP-MM
            END-IF.

        3280-NEXT-MONTH-EXIT.
            EXIT.

        3290-LIST-EMPLOYEE.
            MOVE DO-ID TO WS-XD-EMP-ID.
            IF PARM-ACCRUE
               MOVE "AC" TO WS-XD-CODE
               MOVE WS-ACCRUE-PERIOD TO WS-XD-DATE
            ELSE
               MOVE "YE" TO WS-XD-CODE
               MOVE WS-CLOSE-YEAR TO WS-XD-DATE
            END-IF.
            MOVE SPACE TO WS-XD-HOURS.
            PERFORM 7600-WRITE-EXCEPTION
               THRU 7600-WRITE-EXCEPTION-EXIT.

        3290-LIST-EMPLOYEE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3300-CLOSE-YEAR - CUT THE BALANCE BACK TO THE CARRY-OVER  *
      * CAP OF THE BAND HELD AT 31 DECEMBER, FORFEITING THE       *
      * EXCESS, AND START THE NEW YEAR'S FIGURES.  DECEMBER MUST  *
      * BE ACCRUED FIRST.  A TERMINATED EMPLOYEE IS LEFT TO THE   *
      * PAYOUT, AND A LEDGER ALREADY CLOSED FOR THE YEAR IS LEFT  *
      * ALONE.                                                    *
      *----------------------------------------------------------*
        3300-CLOSE-YEAR.
            IF NOT LEDGER-FOUND OR DO-TERMINATED
               OR VL-PAYOUT-DATE NOT = SPACE
               GO TO 3300-CLOSE-YEAR-EXIT
            END-IF.
            IF VL-LAST-YEAREND IS NUMERIC
               IF VL-LAST-YEAREND NOT < WS-CLOSE-YEAR
                  GO TO 3300-CLOSE-YEAR-EXIT
               END-IF
            END-IF.

            IF NOT START-OK
               MOVE "INITDATE AND REHIREDATE NOT DATES - NOT CLOSED"
                  TO WS-REASON
               PERFORM 3290-LIST-EMPLOYEE
                  THRU 3290-LIST-EMPLOYEE-EXIT
               GO TO 3300-CLOSE-YEAR-EXIT
            END-IF.
            IF VL-LAST-PERIOD IS NOT NUMERIC
               OR VL-LAST-PERIOD < WS-CLOSE-PERIOD
               MOVE WS-CLOSE-YEAR TO WS-YEAR-ED
               STRING "DECEMBER " DELIMITED BY SIZE
                  WS-YEAR-ED DELIMITED BY SIZE
                  " NOT YET ACCRUED - NOT CLOSED" DELIMITED BY SIZE
                  INTO WS-REASON
               END-STRING
               PERFORM 3290-LIST-EMPLOYEE
                  THRU 3290-LIST-EMPLOYEE-EXIT
               GO TO 3300-CLOSE-YEAR-EXIT
            END-IF.

            MOVE WS-CLOSE-YEAR TO WS-ASOF-YYYY.
            MOVE 12 TO WS-ASOF-MM.
            MOVE 31 TO WS-ASOF-DD.
            PERFORM 7500-FIND-BAND
               THRU 7500-FIND-BAND-EXIT.

            MOVE ZERO TO WS-FORFEIT.
            IF VL-BALANCE > WS-BAND-CAP
               MOVE VL-BALANCE TO WS-BAL-BEFORE
               SUBTRACT WS-BAND-CAP FROM VL-BALANCE
                  GIVING WS-FORFEIT
               MOVE WS-BAND-CAP TO VL-BALANCE
               ADD WS-FORFEIT TO WS-TOT-FORFEIT
               COMPUTE WS-POST-HOURS = ZERO - WS-FORFEIT
               MOVE "YE" TO WS-VH-TYPE
               MOVE WS-CLOSE-YEAR TO WS-YEAR-ED
               MOVE SPACE TO WS-VH-WHEN
               STRING WS-YEAR-ED DELIMITED BY SIZE
                  "1231" DELIMITED BY SIZE
                  INTO WS-VH-WHEN
               END-STRING
               PERFORM 7200-JOURNAL-POSTING
                  THRU 7200-JOURNAL-POSTING-EXIT
            END-IF.

            MOVE WS-FORFEIT TO VL-LAST-FORFEIT.
            MOVE VL-BALANCE TO VL-CARRY-IN.
            MOVE ZERO TO VL-YTD-ACCRUED.
            MOVE ZERO TO VL-YTD-TAKEN.
            MOVE ZERO TO VL-YTD-ADJUSTED.
            MOVE WS-CLOSE-YEAR TO VL-LAST-YEAREND.
            ADD 1 TO WS-YEARS-CLOSED.
            SET LEDGER-CHANGED TO TRUE.

        3300-CLOSE-YEAR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3400-CHECK-PAYOUT - A TERMINATED EMPLOYEE'S REMAINING     *
      * BALANCE GOES ONTO THE PAYROLL PAYOUT LISTING ONCE, AND    *
      * THE LEDGER IS CLOSED WITH THE PAYOUT DATE.  A CLOSED      *
      * LEDGER WHOSE EMPLOYEE IS BACK (REHIRED) STARTS AGAIN AS A *
      * NEW LEDGER WOULD, AT A ZERO BALANCE, READY FOR THE NEXT   *
      * ACCRUAL.                                                  *
      *----------------------------------------------------------*
        3400-CHECK-PAYOUT.
            IF NOT LEDGER-FOUND
               GO TO 3400-CHECK-PAYOUT-EXIT
            END-IF.

            IF NOT DO-TERMINATED
               IF VL-PAYOUT-DATE NOT = SPACE
                  MOVE WS-OPEN-YEAR TO WS-YEAR-ED
                  PERFORM 7050-OPEN-NEW-LEDGER
                     THRU 7050-OPEN-NEW-LEDGER-EXIT
                  ADD 1 TO WS-LEDGERS-REOPENED
                  SET LEDGER-CHANGED TO TRUE
               END-IF
               GO TO 3400-CHECK-PAYOUT-EXIT
            END-IF.
            IF VL-PAYOUT-DATE NOT = SPACE
               GO TO 3400-CHECK-PAYOUT-EXIT
            END-IF.

            MOVE WS-RUN-DATE TO VL-PAYOUT-DATE.
            MOVE VL-BALANCE TO VL-PAYOUT-HOURS.
            SET LEDGER-CHANGED TO TRUE.
            IF VL-BALANCE = ZERO
               GO TO 3400-CHECK-PAYOUT-EXIT
            END-IF.

            ADD 1 TO WS-PAYOUT-COUNT.
            ADD VL-BALANCE TO WS-TOT-PAYOUT.
            MOVE DO-ID TO WS-PD-EMP-ID.
            MOVE DO-LNAME TO WS-PD-LNAME.
            MOVE DO-NAME TO WS-PD-NAME.
            MOVE DO-DEPT TO WS-PD-DEPT.
            MOVE DO-TERMDATE TO WS-PD-TERMDATE.
            MOVE VL-BALANCE TO WS-PD-HOURS.
            IF NOT PAYO-STARTED
               PERFORM 7300-START-PAYOUT-LIST
                  THRU 7300-START-PAYOUT-LIST-EXIT
            END-IF.
            WRITE PAYO-LINE FROM WS-PAYO-DETAIL.
            IF ST-VACPAYO NOT = "00"
               DISPLAY "SF5VACN: BAD WRITE ON VACPAYO.DAT, STATUS "
                  ST-VACPAYO ", EMP-ID " DO-ID
               SET RUN-FAILED TO TRUE
               SET DATAOUT-EOF TO TRUE
               MOVE "N" TO WS-LEDGER-CHANGED-SW
               GO TO 3400-CHECK-PAYOUT-EXIT
            END-IF.
            SET PAYOUT-LISTED TO TRUE.

            MOVE VL-BALANCE TO WS-BAL-BEFORE.
            COMPUTE WS-POST-HOURS = ZERO - VL-BALANCE.
            MOVE ZERO TO VL-BALANCE.
            MOVE "PO" TO WS-VH-TYPE.
            MOVE WS-RUN-DATE TO WS-VH-WHEN.
            PERFORM 7200-JOURNAL-POSTING
               THRU 7200-JOURNAL-POSTING-EXIT.

        3400-CHECK-PAYOUT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3500-WRITE-STATEMENT - ONE BLOCK PER EMPLOYEE WITH A      *
      * LEDGER: WHO, SERVICE AND BAND, THEN THE YEAR'S FIGURES.   *
      *----------------------------------------------------------*
        3500-WRITE-STATEMENT.
            ADD 1 TO WS-STATEMENT-COUNT.
            MOVE DO-ID TO WS-SH-EMP-ID.
            MOVE DO-LNAME TO WS-SH-LNAME.
            MOVE DO-NAME TO WS-SH-NAME.
            MOVE DO-DEPT TO WS-SH-DEPT.
            IF START-OK
               MOVE WS-START-DATE TO WS-SH-START
               IF PARM-ACCRUE
                  MOVE WS-AP-YYYY TO WS-ASOF-YYYY
                  MOVE WS-AP-MM TO WS-ASOF-MM
               ELSE
                  MOVE WS-CLOSE-YEAR TO WS-ASOF-YYYY
                  MOVE 12 TO WS-ASOF-MM
               END-IF
               MOVE 31 TO WS-ASOF-DD
               PERFORM 7500-FIND-BAND
                  THRU 7500-FIND-BAND-EXIT
               IF WS-SERVICE-YEARS < ZERO
                  MOVE ZERO TO WS-SH-YEARS
               ELSE
                  MOVE WS-SERVICE-YEARS TO WS-SH-YEARS
               END-IF
               MOVE WS-BAND-HOURS TO WS-SH-RATE
               MOVE WS-BAND-CAP TO WS-SH-CAP
            ELSE
               MOVE "NO DATE" TO WS-SH-START
               MOVE ZERO TO WS-SH-YEARS
               MOVE ZERO TO WS-SH-RATE
               MOVE ZERO TO WS-SH-CAP
            END-IF.
            WRITE STMT-LINE FROM WS-STMT-HEAD.

            MOVE VL-CARRY-IN TO WS-SF-CARRY-IN.
            MOVE VL-YTD-ACCRUED TO WS-SF-ACCRUED.
            MOVE VL-YTD-TAKEN TO WS-SF-TAKEN.
            MOVE VL-YTD-ADJUSTED TO WS-SF-ADJUSTED.
            MOVE VL-BALANCE TO WS-SF-BALANCE.
            MOVE VL-LAST-PERIOD TO WS-SF-THROUGH.
            WRITE STMT-LINE FROM WS-STMT-FIGURES.

            IF PARM-YEAREND AND VL-LAST-FORFEIT > ZERO
               AND VL-LAST-YEAREND = WS-CLOSE-YEAR
               MOVE VL-LAST-FORFEIT TO WS-HOURS-ED
               MOVE SPACE TO STMT-LINE
               STRING "    FORFEITED OVER THE CARRY-OVER CAP "
                  DELIMITED BY SIZE
                  WS-HOURS-ED DELIMITED BY SIZE
                  INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
            END-IF.
            IF VL-PAYOUT-DATE NOT = SPACE
               MOVE VL-PAYOUT-HOURS TO WS-HOURS-ED
               MOVE SPACE TO STMT-LINE
               STRING "    TERMINATED - PAID OUT " DELIMITED BY SIZE
                  WS-HOURS-ED DELIMITED BY SIZE
                  " HOURS ON " DELIMITED BY SIZE
                  VL-PAYOUT-DATE DELIMITED BY SIZE
                  INTO STMT-LINE
               END-STRING
               WRITE STMT-LINE
            END-IF.
            MOVE SPACE TO STMT-LINE.
            WRITE STMT-LINE.

        3500-WRITE-STATEMENT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3900-READ-DATAOUT-REC - READ THE NEXT EMPLOYEE FROM THE   *
      * FULL EXTRACT.                                             *
      *----------------------------------------------------------*
        3900-READ-DATAOUT-REC.
            READ DATAOUT
               AT END
                  SET DATAOUT-EOF TO TRUE
                  GO TO 3900-READ-DATAOUT-REC-EXIT
            END-READ.
            IF ST-DATAOUT NOT = "00"
               DISPLAY "SF5VACN: BAD READ ON DATAOUT.DAT, STATUS "
                  ST-DATAOUT
               SET RUN-FAILED TO TRUE
               SET DATAOUT-EOF TO TRUE
               GO TO 3900-READ-DATAOUT-REC-EXIT
            END-IF.
            ADD 1 TO WS-EMP-READ.

        3900-READ-DATAOUT-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7000-READ-LEDGER - FETCH THE LEDGER FOR THE KEY IN VL-ID. *
      *----------------------------------------------------------*
        7000-READ-LEDGER.
            MOVE "N" TO WS-LEDGER-FOUND-SW.
            MOVE "N" TO WS-LEDGER-NEW-SW.
            READ VACLEDG
               INVALID KEY
                  MOVE "N" TO WS-LEDGER-FOUND-SW
               NOT INVALID KEY
                  SET LEDGER-FOUND TO TRUE
            END-READ.
            IF ST-VACLEDG NOT = "00" AND ST-VACLEDG NOT = "23"
               DISPLAY "SF5VACN: BAD READ ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG ", EMP-ID " VL-ID
               SET RUN-FAILED TO TRUE
            END-IF.

        7000-READ-LEDGER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7050-OPEN-NEW-LEDGER - A ZERO LEDGER FOR THE KEY IN       *
      * VL-ID, NEW OR A REHIRE'S STARTED AFRESH.  IT OPENS IN THE *
      * YEAR IN WS-YEAR-ED, SO THE YEAR BEFORE COUNTS AS CLOSED - *
      * THERE IS NOTHING IN IT TO CAP.                            *
      *----------------------------------------------------------*
        7050-OPEN-NEW-LEDGER.
            MOVE ZERO TO VL-BALANCE.
            MOVE ZERO TO VL-CARRY-IN.
            MOVE ZERO TO VL-YTD-ACCRUED.
            MOVE ZERO TO VL-YTD-TAKEN.
            MOVE ZERO TO VL-YTD-ADJUSTED.
            MOVE ZERO TO VL-LAST-FORFEIT.
            MOVE SPACE TO VL-LAST-PERIOD.
            SUBTRACT 1 FROM WS-YEAR-ED.
            MOVE WS-YEAR-ED TO VL-LAST-YEAREND.
            MOVE SPACE TO VL-PAYOUT-DATE.
            MOVE ZERO TO VL-PAYOUT-HOURS.
            MOVE WS-RUN-DATE TO VL-OPEN-DATE.
            SET LEDGER-FOUND TO TRUE.

        7050-OPEN-NEW-LEDGER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7100-PUT-LEDGER - WRITE A NEW LEDGER OR REWRITE THE ONE   *
      * READ.  A LEDGER THAT WILL NOT SAVE FAILS THE RUN.         *
      *----------------------------------------------------------*
        7100-PUT-LEDGER.
            IF LEDGER-NEW
               WRITE LEDGER-REC
            ELSE
               REWRITE LEDGER-REC
            END-IF.
            IF ST-VACLEDG NOT = "00"
               DISPLAY "SF5VACN: BAD WRITE ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG ", EMP-ID " VL-ID
               SET RUN-FAILED TO TRUE
               GO TO 7100-PUT-LEDGER-EXIT
            END-IF.
            MOVE "N" TO WS-LEDGER-NEW-SW.

        7100-PUT-LEDGER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7200-JOURNAL-POSTING - ONE VACHIST.DAT LINE: TYPE (AC     *
      * ACCRUAL, US TAKEN, AJ ADJUSTMENT, YE FORFEIT AT YEAR-END, *
      * PO PAYOUT), THE MONTH OR DATE IT BELONGS TO, THE HOURS    *
      * AND THE BALANCE BEFORE AND AFTER.  SF5MERGE WRITES THE    *
      * SAME LINE AS MG WHEN IT CARRIES A MERGED-AWAY ID'S        *
      * BALANCE ACROSS TO THE SURVIVOR.  THE LEDGER HAS ALREADY   *
      * POSTED (OR IS SAVED BY THE CALLER), SO A LINE THAT WILL   *
      * NOT WRITE STOPS THE RUN AND IS SHOWN IN FULL FOR OPS TO   *
      * ADD BY HAND - THE JOURNAL MUST NOT QUIETLY MISS A POSTING. *
      *----------------------------------------------------------*
        7200-JOURNAL-POSTING.
            MOVE WS-RUN-DATE TO WS-VH-DATE.
            MOVE VL-ID TO WS-VH-ID.
            MOVE WS-POST-HOURS TO WS-VH-HOURS.
            MOVE WS-BAL-BEFORE TO WS-VH-BAL-BEF.
            MOVE VL-BALANCE TO WS-VH-BAL-AFT.
            WRITE VACHIST-LINE FROM WS-VACHIST-REC.
            IF ST-VACHIST NOT = "00"
               DISPLAY "SF5VACN: BAD WRITE ON VACHIST.DAT, STATUS "
                  ST-VACHIST ", ADD BY HAND: " WS-VACHIST-REC
               SET RUN-FAILED TO TRUE
            END-IF.

        7200-JOURNAL-POSTING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7300-START-PAYOUT-LIST - THIS RUN'S HEADING ON THE PAYOUT *
      * LISTING, WRITTEN WITH ITS FIRST PAYOUT.                   *
      *----------------------------------------------------------*
        7300-START-PAYOUT-LIST.
            MOVE SPACE TO PAYO-LINE.
            STRING "SF5VACN TERMINATED-EMPLOYEE VACATION PAYOUT - "
               DELIMITED BY SIZE
               "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PAYO-LINE
            END-STRING.
            WRITE PAYO-LINE.
            MOVE SPACE TO PAYO-LINE.
            WRITE PAYO-LINE.
            WRITE PAYO-LINE FROM WS-PAYO-COLUMNS.
            MOVE SPACE TO PAYO-LINE.
            WRITE PAYO-LINE.
            SET PAYO-STARTED TO TRUE.

        7300-START-PAYOUT-LIST-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7400-CHECK-DATE - WS-DATE-WORK MUST BE ALL DIGITS WITH A  *
      * MONTH OF 01-12 AND A DAY OF 01-31.                        *
      *----------------------------------------------------------*
        7400-CHECK-DATE.
            MOVE "N" TO WS-DATE-OK-SW.
            IF WS-DATE-WORK IS NOT NUMERIC
               GO TO 7400-CHECK-DATE-EXIT
            END-IF.
            IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               GO TO 7400-CHECK-DATE-EXIT
            END-IF.
            SET DATE-OK TO TRUE.

        7400-CHECK-DATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7500-FIND-BAND - COMPLETED YEARS OF SERVICE FROM THE      *
      * START DATE TO THE AS-OF DATE (AS SF5ANNIV 2100 WORKS      *
      * THEM), THEN THE HIGHEST BAND THOSE YEARS REACH.  A START  *
      * AFTER THE AS-OF DATE FALLS IN THE FIRST BAND.             *
      *----------------------------------------------------------*
        7500-FIND-BAND.
            SUBTRACT WS-START-YYYY FROM WS-ASOF-YYYY
               GIVING WS-SERVICE-YEARS.
            IF WS-ASOF-MM < WS-START-MM
               OR (WS-ASOF-MM = WS-START-MM
                   AND WS-ASOF-DD < WS-START-DD)
               SUBTRACT 1 FROM WS-SERVICE-YEARS
            END-IF.

            MOVE WS-RTE-HOURS(1) TO WS-BAND-HOURS.
            MOVE WS-RTE-CAP(1) TO WS-BAND-CAP.
            MOVE 2 TO WS-RATE-SUB.
            SET SCAN-NOT-DONE TO TRUE.
            PERFORM 7510-TEST-ONE-BAND
               THRU 7510-TEST-ONE-BAND-EXIT
               UNTIL SCAN-DONE.

        7500-FIND-BAND-EXIT.
            EXIT.

        7510-TEST-ONE-BAND.
            IF WS-RATE-SUB > WS-RATE-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 7510-TEST-ONE-BAND-EXIT
            END-IF.
            IF WS-RTE-MIN-YEARS(WS-RATE-SUB) > WS-SERVICE-YEARS
               SET SCAN-DONE TO TRUE
               GO TO 7510-TEST-ONE-BAND-EXIT
            END-IF.
            MOVE WS-RTE-HOURS(WS-RATE-SUB) TO WS-BAND-HOURS.
            MOVE WS-RTE-CAP(WS-RATE-SUB) TO WS-BAND-CAP.
            ADD 1 TO WS-RATE-SUB.

        7510-TEST-ONE-BAND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7600-WRITE-EXCEPTION - ONE LINE ON VACEXC.DAT.  THE       *
      * CALLER SETS THE EMP-ID, CODE, DATE, HOURS AND REASON.     *
      *----------------------------------------------------------*
        7600-WRITE-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE WS-REASON TO WS-XD-REASON.
            WRITE EXC-LINE FROM WS-EXC-DETAIL.
            IF ST-VACEXC NOT = "00"
               DISPLAY "SF5VACN: BAD WRITE ON VACEXC.DAT, STATUS "
                  ST-VACEXC ", EMP-ID " WS-XD-EMP-ID
            END-IF.
            MOVE SPACE TO WS-REASON.

        7600-WRITE-EXCEPTION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 7700-WRITE-CHECKPOINT - ADD A LINE TO VACCKPT.DAT: THE    *
      * BATCH, THE TRANSACTIONS DONE AND THE FIRST TRANSACTION.   *
      * THE FILE IS ONLY ADDED TO, SO THE BATCH ONCE NOTED IS     *
      * NEVER LOST PART WAY.  A LINE THAT WILL NOT WRITE STOPS    *
      * THE POSTING.                                              *
      *----------------------------------------------------------*
        7700-WRITE-CHECKPOINT.
            OPEN EXTEND VACCKPT.
            IF ST-VACCKPT = "35"
               OPEN OUTPUT VACCKPT
            END-IF.
            IF ST-VACCKPT NOT = "00"
               DISPLAY "SF5VACN: BAD OPEN ON VACCKPT.DAT, STATUS "
                  ST-VACCKPT
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
               GO TO 7700-WRITE-CHECKPOINT-EXIT
            END-IF.
            MOVE SPACE TO CKPT-REC.
            MOVE WS-BATCH-ID TO CK-BATCH.
            MOVE WS-TRAN-DONE TO CK-DONE.
            MOVE WS-FIRST-TRAN TO CK-FIRST-TRAN.
            WRITE CKPT-REC.
            IF ST-VACCKPT NOT = "00"
               DISPLAY "SF5VACN: BAD WRITE ON VACCKPT.DAT, STATUS "
                  ST-VACCKPT
               SET RUN-FAILED TO TRUE
               SET TRAN-EOF TO TRUE
            END-IF.
            CLOSE VACCKPT.

        7700-WRITE-CHECKPOINT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - EMPTY VACTRAN.DAT ONCE EVERY           *
      * TRANSACTION IN IT HAS BEEN POSTED OR LISTED, THEN CLEAR   *
      * VACCKPT.DAT (IN THAT ORDER - A CHECKPOINT LEFT OVER STOPS *
      * THE NEXT BATCH, A TRANSACTION FILE LEFT OVER WITHOUT ITS  *
      * CHECKPOINT WOULD POST TWICE).  WRITE THE TOTALS, CLOSE UP *
      * AND SET THE RETURN CODE.                                  *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            IF NOT TRAN-MISSING
               CLOSE VACTRAN
               IF NOT RUN-FAILED
                  OPEN OUTPUT VACTRAN
                  IF ST-VACTRAN NOT = "00"
                     DISPLAY "SF5VACN: BAD OPEN ON VACTRAN.DAT, "
                        "STATUS " ST-VACTRAN ", NOT EMPTIED - "
                        "EMPTY IT BY HAND BEFORE THE NEXT RUN"
                     SET RUN-FAILED TO TRUE
                  ELSE
                     CLOSE VACTRAN
                  END-IF
               END-IF
            END-IF.
            IF NOT RUN-FAILED
               OPEN OUTPUT VACCKPT
               IF ST-VACCKPT NOT = "00"
                  DISPLAY "SF5VACN: BAD OPEN ON VACCKPT.DAT, "
                     "STATUS " ST-VACCKPT ", NOT CLEARED - "
                     "DELETE IT BY HAND BEFORE THE NEXT RUN"
                  SET RUN-FAILED TO TRUE
               ELSE
                  CLOSE VACCKPT
               END-IF
            END-IF.

            IF PAYO-STARTED
               MOVE SPACE TO PAYO-LINE
               WRITE PAYO-LINE
               MOVE WS-PAYOUT-COUNT TO WS-COUNT-ED
               MOVE WS-TOT-PAYOUT TO WS-TOTAL-ED
               MOVE SPACE TO PAYO-LINE
               STRING "EMPLOYEES " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  "   TOTAL HOURS DUE " DELIMITED BY SIZE
                  WS-TOTAL-ED DELIMITED BY SIZE
                  INTO PAYO-LINE
               END-STRING
               WRITE PAYO-LINE
               MOVE SPACE TO PAYO-LINE
               WRITE PAYO-LINE
            END-IF.
            CLOSE VACPAYO.

            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "EXCEPTIONS LISTED...........: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            CLOSE VACEXC.
            IF NOT PARM-POST-ONLY
               CLOSE VACSTMT
            END-IF.

            CLOSE DATAOUT.
            CLOSE EMPMSTR.
            CLOSE VACLEDG.
            CLOSE VACHIST.

            MOVE WS-TRAN-READ TO WS-COUNT-ED.
            DISPLAY "SF5VACN: TRANSACTIONS READ.......: " WS-COUNT-ED.
            MOVE WS-TRAN-SKIPPED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: DONE BY AN EARLIER RUN..: " WS-COUNT-ED.
            MOVE WS-USAGE-POSTED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: HOURS-TAKEN POSTED......: " WS-COUNT-ED.
            MOVE WS-ADJUST-POSTED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: ADJUSTMENTS POSTED......: " WS-COUNT-ED.
            MOVE WS-TRAN-REJECTED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: TRANSACTIONS REJECTED...: " WS-COUNT-ED.
            MOVE WS-EMP-READ TO WS-COUNT-ED.
            DISPLAY "SF5VACN: EMPLOYEES READ..........: " WS-COUNT-ED.
            MOVE WS-LEDGERS-OPENED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: LEDGERS OPENED..........: " WS-COUNT-ED.
            IF PARM-ACCRUE
               MOVE WS-MONTHS-CREDITED TO WS-COUNT-ED
               DISPLAY "SF5VACN: MONTHS CREDITED.........: "
                  WS-COUNT-ED
               MOVE WS-MONTHS-ON-LEAVE TO WS-COUNT-ED
               DISPLAY "SF5VACN: MONTHS SKIPPED ON LEAVE.: "
                  WS-COUNT-ED
               MOVE WS-TOT-ACCRUED TO WS-TOTAL-ED
               DISPLAY "SF5VACN: HOURS ACCRUED...........: "
                  WS-TOTAL-ED
            END-IF.
            IF PARM-YEAREND
               MOVE WS-YEARS-CLOSED TO WS-COUNT-ED
               DISPLAY "SF5VACN: LEDGERS CLOSED FOR YEAR.: "
                  WS-COUNT-ED
               MOVE WS-TOT-FORFEIT TO WS-TOTAL-ED
               DISPLAY "SF5VACN: HOURS FORFEITED.........: "
                  WS-TOTAL-ED
            END-IF.
            MOVE WS-PAYOUT-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5VACN: PAYOUTS LISTED..........: " WS-COUNT-ED.
            MOVE WS-LEDGERS-REOPENED TO WS-COUNT-ED.
            DISPLAY "SF5VACN: LEDGERS REOPENED........: " WS-COUNT-ED.
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5VACN: EXCEPTIONS LISTED.......: " WS-COUNT-ED.

            EVALUATE TRUE
               WHEN RUN-FAILED
                  DISPLAY "SF5VACN: RUN FAILED - VACTRAN.DAT NOT "
                     "EMPTIED; THE RERUN PASSES OVER WHAT ALREADY "
                     "POSTED"
                  MOVE 12 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
            END-EVALUATE.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5VACN.
