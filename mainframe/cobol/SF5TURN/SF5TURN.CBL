        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5TURN.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - MONTHLY TURNOVER   *
      *                    AND ATTRITION STATISTICS FROM THE     *
      *                    EMPHIST.DAT CHANGE JOURNAL, REPLACING *
      *                    THE HAND COUNT FROM SF5HINQ LISTINGS  *
      *                    AND OLD DATADELT.DAT FILES.  PARM     *
      *                    POSITIONS 1-6 ARE THE FIRST MONTH OF  *
      *                    THE REPORTING PERIOD (YYYYMM, BLANK   *
      *                    MEANS LAST MONTH) AND 8-13 THE LAST   *
      *                    (BLANK MEANS A ONE-MONTH PERIOD).     *
      *                    EVERY ENTRY IS CLASSED FROM ITS       *
      *                    BEFORE AND AFTER STATUS - HIRE,       *
      *                    REHIRE, TERMINATION, LEAVE START,     *
      *                    RETURN - AND A DEPARTMENT CHANGE      *
      *                    (SF5DXFER "X" ENTRIES INCLUDED)       *
      *                    COUNTS AS A TRANSFER OUT OF THE OLD   *
      *                    DEPARTMENT AND INTO THE NEW.  MERGE   *
      *                    ("M") ENTRIES ARE RECORD CLEAN-UP,    *
      *                    NOT STAFF MOVEMENT, AND ARE NOT       *
      *                    COUNTED.  OPENING AND CLOSING         *
      *                    HEADCOUNT (ACTIVE PLUS ON LEAVE) ARE  *
      *                    WORKED BACK FROM TODAY'S EMPMSTR.DAT  *
      *                    THROUGH THE JOURNAL; AVERAGE          *
      *                    HEADCOUNT IS THEIR MEAN AND TURNOVER  *
      *                    IS TERMINATIONS OVER AVERAGE          *
      *                    HEADCOUNT, ANNUALIZED.  EACH          *
      *                    DEPARTMENT GETS THE PERIOD, THE       *
      *                    PRIOR PERIOD OF THE SAME LENGTH AND   *
      *                    THE YEAR TO DATE, ON TURNRPT.DAT AND  *
      *                    ON TURNRPT.CSV FOR THE BOARD PACK.    *
      *                    CATALOGED HSTARCH ARCHIVES ARE READ   *
      *                    WHEN THE PERIODS REACH BACK INTO      *
      *                    THEM.  RETURN CODE: 0 = CLEAN,        *
      *                    4 = JOURNAL AND MASTER DISAGREE (A    *
      *                    HEADCOUNT CAME OUT BELOW ZERO),       *
      *                    8 = JOURNAL OR AN ARCHIVE NOT READ    *
      *                    THROUGH - FIGURES SHORT, 12 = COULD   *
      *                    NOT RUN.                              *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPMSTR ASSIGN TO "EMPMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

        SELECT ARCHIN ASSIGN TO WS-ARCH-FILE-NAME
           FILE STATUS IS ST-ARCHIN
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HARCCTL ASSIGN TO "HARCCTL.DAT"
           FILE STATUS IS ST-HARCCTL
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT TURNRPT ASSIGN TO "TURNRPT.DAT"
           FILE STATUS IS ST-TURNRPT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT TURNCSV ASSIGN TO "TURNRPT.CSV"
           FILE STATUS IS ST-TURNCSV
           ORGANIZATION IS LINE SEQUENTIAL.

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

        FD ARCHIN.
        01 ARCH-ENTRY.
            03 AR-DATE                PIC 9(08).
            03 FILLER                 PIC X(01).
            03 AR-TRAN                PIC X(01).
            03 FILLER                 PIC X(01).
            03 AR-ID                  PIC X(04).
            03 FILLER                 PIC X(01).
            03 AR-BEFORE              PIC X(100).
            03 FILLER                 PIC X(01).
            03 AR-AFTER               PIC X(100).

        FD HARCCTL.
        01 HARCCTL-REC.
            03 AC-DATE               PIC X(08).

        FD TURNRPT.
        01 REPORT-LINE               PIC X(132).

        FD TURNCSV.
        01 CSV-LINE                  PIC X(160).

        WORKING-STORAGE SECTION.

        01  ST-MASTER    PIC XX.
        01  ST-DEPTMSTR  PIC XX.
        01  ST-HISTORY   PIC XX.
        01  ST-ARCHIN    PIC XX.
        01  ST-HARCCTL   PIC XX.
        01  ST-TURNRPT   PIC XX.
        01  ST-TURNCSV   PIC XX.

      *     PARM POSITIONS 1-6 ARE THE FIRST MONTH OF THE PERIOD
      *     (YYYYMM, BLANK MEANS THE MONTH BEFORE THE RUN DATE);
      *     POSITIONS 8-13 ARE THE LAST MONTH (BLANK MEANS THE
      *     SAME AS THE FIRST).
        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
        01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
            03 WS-PARM-FROM          PIC X(6).
            03 FILLER                PIC X(1).
            03 WS-PARM-TO            PIC X(6).
            03 FILLER                PIC X(7).

        01  WS-RUN-DATE              PIC 9(08).
        01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
            03 WS-RUN-YYYY           PIC 9(04).
            03 WS-RUN-MM             PIC 9(02).
            03 WS-RUN-DD             PIC 9(02).

        01  WS-ARCH-FILE-NAME        PIC X(16).

      *     A YYYYMM MONTH AS KEYED, AND THE SAME MONTH AS A
      *     RUNNING MONTH NUMBER (YYYY * 12 + MM - 1) SO PERIODS
      *     CAN BE STEPPED BACK ACROSS A YEAR END BY SUBTRACTION.
        01  WS-YM-WORK.
            03 WS-YM-YYYY            PIC 9(04).
            03 WS-YM-MM              PIC 9(02).
        01  WS-YM-WORK-N REDEFINES WS-YM-WORK PIC 9(06).

        01  WS-MONTH-WORK.
            03 WS-FROM-MONTHNO       PIC 9(06) COMP.
            03 WS-TO-MONTHNO         PIC 9(06) COMP.
            03 WS-RUN-MONTHNO        PIC 9(06) COMP.
            03 WS-CONV-MONTHNO       PIC 9(06) COMP.
            03 WS-CONV-YYYY          PIC 9(04) COMP.
            03 WS-CONV-MM0           PIC 9(02) COMP.
            03 WS-PERIOD-MONTHS      PIC 9(03) COMP.

      *     THE THREE COLUMNS OF EVERY DEPARTMENT: 1 IS THE
      *     REPORTING PERIOD, 2 THE PERIOD OF THE SAME LENGTH JUST
      *     BEFORE IT, 3 THE YEAR TO DATE (JANUARY OF THE LAST
      *     MONTH'S YEAR THROUGH THE LAST MONTH).  END DATES ARE
      *     DAY 31 - A JOURNAL DATE IS NEVER LATER IN THE MONTH.
        01  WS-COL-LABEL-LIST.
            03 FILLER                PIC X(08) VALUE "CURRENT ".
            03 FILLER                PIC X(08) VALUE "PRIOR   ".
            03 FILLER                PIC X(08) VALUE "YTD     ".
        01  WS-COL-LABELS REDEFINES WS-COL-LABEL-LIST.
            03 WS-COL-LABEL OCCURS 3 TIMES
                                     PIC X(08).

        01  WS-COLUMN-TABLE.
            03 WS-COL-LIMIT           PIC 9(01) COMP VALUE 3.
            03 WS-COL-ENTRY OCCURS 3 TIMES.
                05 WS-COL-FROM-YM     PIC 9(06).
                05 WS-COL-TO-YM       PIC 9(06).
                05 WS-COL-START-DATE  PIC 9(08).
                05 WS-COL-END-DATE    PIC 9(08).
                05 WS-COL-MONTHS      PIC 9(03) COMP.

        01  WS-COL                   PIC 9(01) COMP.
        01  WS-EARLIEST-DATE         PIC 9(08).
        01  WS-LATEST-DATE           PIC 9(08).

        01  WS-SWITCHES.
            03 WS-MASTER-EOF-SW      PIC X(01) VALUE "N".
                88 MASTER-EOF            VALUE "Y".
            03 WS-JOURNAL-EOF-SW     PIC X(01) VALUE "N".
                88 JOURNAL-EOF           VALUE "Y".
            03 WS-CATALOG-EOF-SW     PIC X(01) VALUE "N".
                88 CATALOG-EOF           VALUE "Y".
            03 WS-ARCH-EOF-SW        PIC X(01) VALUE "N".
                88 ARCH-EOF              VALUE "Y".
            03 WS-DEPTMSTR-OPEN-SW   PIC X(01) VALUE "N".
                88 DEPTMSTR-AVAILABLE    VALUE "Y".
            03 WS-DEPT-FOUND-SW      PIC X(01) VALUE "N".
                88 DEPT-FOUND            VALUE "Y".
                88 DEPT-NOT-FOUND        VALUE "N".
            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".
            03 WS-FIGURES-SHORT-SW   PIC X(01) VALUE "N".
                88 FIGURES-SHORT         VALUE "Y".
            03 WS-HELD-BEFORE-SW     PIC X(01) VALUE "N".
                88 HELD-BEFORE           VALUE "Y".
                88 NOT-HELD-BEFORE       VALUE "N".
            03 WS-HELD-AFTER-SW      PIC X(01) VALUE "N".
                88 HELD-AFTER            VALUE "Y".
                88 NOT-HELD-AFTER        VALUE "N".
            03 WS-TOTALS-SW          PIC X(01) VALUE "N".
                88 PRINTING-TOTALS       VALUE "Y".
            03 WS-TRIM-DONE-SW       PIC X(01) VALUE "N".
                88 TRIM-DONE             VALUE "Y".
                88 TRIM-NOT-DONE         VALUE "N".

        01  WS-CONTROL-TOTALS.
            03 WS-MASTER-READ         PIC 9(09) COMP VALUE ZERO.
            03 WS-JRNL-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCH-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCHIVES-READ       PIC 9(09) COMP VALUE ZERO.
            03 WS-ARCHIVES-PASSED     PIC 9(09) COMP VALUE ZERO.
            03 WS-ENTRIES-USED        PIC 9(09) COMP VALUE ZERO.
            03 WS-MERGES-SKIPPED      PIC 9(09) COMP VALUE ZERO.
            03 WS-NEGATIVE-HC         PIC 9(09) COMP VALUE ZERO.

      *     ONE JOURNAL ENTRY, WHICHEVER FILE IT CAME FROM, WITH
      *     THE DEPARTMENT AND STATUS PICKED OUT OF EACH IMAGE
      *     (MASTER LAYOUT: DEPT AT 53, STATUS AT 57).
        01  WS-JRNL-ENTRY.
            03 WJ-DATE               PIC 9(08).
            03 WJ-TRAN               PIC X(01).
            03 WJ-ID                 PIC X(04).
            03 WJ-BEFORE.
                05 FILLER             PIC X(52).
                05 WJ-BEFORE-DEPT     PIC X(04).
                05 WJ-BEFORE-STATUS   PIC X(01).
                05 FILLER             PIC X(43).
            03 WJ-AFTER.
                05 FILLER             PIC X(52).
                05 WJ-AFTER-DEPT      PIC X(04).
                05 WJ-AFTER-STATUS    PIC X(01).
                05 FILLER             PIC X(43).

        01  WS-FIND-CODE             PIC X(04).
        01  WS-BEFORE-SLOT           PIC 9(03) COMP.
        01  WS-AFTER-SLOT            PIC 9(03) COMP.

      *     THE DEPARTMENT TABLE IS KEPT IN DEPARTMENT-CODE ORDER AS
      *     IT IS BUILT, LIKE SF5DEPT'S.  WS-DTE-NOW IS TODAY'S
      *     HEADCOUNT FROM THE MASTER; FOR EACH COLUMN THE NET-FROM
      *     AND NET-AFTER FIGURES ARE THE NET HEADCOUNT CHANGE
      *     JOURNALED ON OR AFTER THE COLUMN'S FIRST DAY AND AFTER
      *     ITS LAST DAY, SO TODAY'S COUNT LESS EACH GIVES THE
      *     OPENING AND CLOSING HEADCOUNT.
        01  WS-DEPT-TABLE.
            03 WS-DEPT-LIMIT          PIC 9(03) COMP VALUE 200.
            03 WS-DEPT-COUNT          PIC 9(03) COMP VALUE ZERO.
            03 WS-DEPT-ENTRY OCCURS 200 TIMES.
                05 WS-DTE-CODE        PIC X(04).
                05 WS-DTE-NOW         PIC 9(07) COMP.
                05 WS-DTE-COL OCCURS 3 TIMES.
                    07 WS-DTC-HIRES       PIC 9(07) COMP.
                    07 WS-DTC-REHIRES     PIC 9(07) COMP.
                    07 WS-DTC-TERMS       PIC 9(07) COMP.
                    07 WS-DTC-LEAVES      PIC 9(07) COMP.
                    07 WS-DTC-RETURNS     PIC 9(07) COMP.
                    07 WS-DTC-XFER-IN     PIC 9(07) COMP.
                    07 WS-DTC-XFER-OUT    PIC 9(07) COMP.
                    07 WS-DTC-NET-FROM    PIC S9(07) COMP.
                    07 WS-DTC-NET-AFTER   PIC S9(07) COMP.

        01  WS-SUB                   PIC 9(03) COMP.
        01  WS-SLOT                  PIC 9(03) COMP.
        01  WS-SHIFT                 PIC 9(03) COMP.

      *     COMPANY TOTALS, SAME COLUMN LAYOUT AS A DEPARTMENT.
        01  WS-GRAND-TOTALS.
            03 WS-GT-NOW              PIC 9(07) COMP VALUE ZERO.
            03 WS-GT-COL OCCURS 3 TIMES.
                05 WS-GTC-HIRES       PIC 9(07) COMP.
                05 WS-GTC-REHIRES     PIC 9(07) COMP.
                05 WS-GTC-TERMS       PIC 9(07) COMP.
                05 WS-GTC-LEAVES      PIC 9(07) COMP.
                05 WS-GTC-RETURNS     PIC 9(07) COMP.
                05 WS-GTC-XFER-IN     PIC 9(07) COMP.
                05 WS-GTC-XFER-OUT    PIC 9(07) COMP.
                05 WS-GTC-NET-FROM    PIC S9(07) COMP.
                05 WS-GTC-NET-AFTER   PIC S9(07) COMP.

      *     THE ONE DEPARTMENT-COLUMN (OR TOTAL-COLUMN) BEING
      *     PRINTED, WITH THE FIGURES DERIVED FROM IT.
        01  WS-PRINT-WORK.
            03 WS-PW-NOW              PIC 9(07) COMP.
            03 WS-PW-COL.
                05 WS-PW-HIRES        PIC 9(07) COMP.
                05 WS-PW-REHIRES      PIC 9(07) COMP.
                05 WS-PW-TERMS        PIC 9(07) COMP.
                05 WS-PW-LEAVES       PIC 9(07) COMP.
                05 WS-PW-RETURNS      PIC 9(07) COMP.
                05 WS-PW-XFER-IN      PIC 9(07) COMP.
                05 WS-PW-XFER-OUT     PIC 9(07) COMP.
                05 WS-PW-NET-FROM     PIC S9(07) COMP.
                05 WS-PW-NET-AFTER    PIC S9(07) COMP.
            03 WS-PW-OPEN-HC          PIC S9(07) COMP.
            03 WS-PW-CLOSE-HC         PIC S9(07) COMP.
            03 WS-PW-AVG-HC           PIC S9(07)V9 COMP.
            03 WS-PW-TURNOVER         PIC S9(05)V99 COMP.
            03 WS-PW-CODE             PIC X(04).
            03 WS-PW-NAME             PIC X(30).

        01  WS-PAGE-CONTROL.
            03 WS-LINE-COUNT          PIC 9(03) COMP VALUE 99.
            03 WS-LINES-PER-PAGE      PIC 9(03) COMP VALUE 55.
            03 WS-PAGE-NO             PIC 9(03) COMP VALUE ZERO.

        01  WS-HEADING-1.
            03 FILLER                PIC X(47) VALUE
               "SF5TURN TURNOVER AND ATTRITION BY DEPARTMENT - ".
            03 WS-HEAD-FROM          PIC 9(06).
            03 FILLER                PIC X(04) VALUE " TO ".
            03 WS-HEAD-TO            PIC 9(06).
            03 FILLER                PIC X(13) VALUE "   RUN DATE: ".
            03 WS-HEAD-DATE          PIC 9(08).
            03 FILLER                PIC X(37) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "PAGE: ".
            03 WS-HEAD-PAGE          PIC ZZ9.
            03 FILLER                PIC X(02) VALUE SPACE.

        01  WS-HEADING-2.
            03 FILLER                PIC X(19) VALUE
               "PERIODS - CURRENT: ".
            03 WS-HEAD-CUR-FROM      PIC 9(06).
            03 FILLER                PIC X(01) VALUE "-".
            03 WS-HEAD-CUR-TO        PIC 9(06).
            03 FILLER                PIC X(10) VALUE "   PRIOR: ".
            03 WS-HEAD-PRI-FROM      PIC 9(06).
            03 FILLER                PIC X(01) VALUE "-".
            03 WS-HEAD-PRI-TO        PIC 9(06).
            03 FILLER                PIC X(17) VALUE
               "   YEAR TO DATE: ".
            03 WS-HEAD-YTD-FROM      PIC 9(06).
            03 FILLER                PIC X(01) VALUE "-".
            03 WS-HEAD-YTD-TO        PIC 9(06).
            03 FILLER                PIC X(47) VALUE SPACE.

        01  WS-HEADING-3.
            03 FILLER                PIC X(06) VALUE "DEPT  ".
            03 FILLER                PIC X(23) VALUE "DEPARTMENT NAME".
            03 FILLER                PIC X(09) VALUE "PERIOD".
            03 FILLER                PIC X(08) VALUE " OPEN HC".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE " HIRES".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "REHIRE".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE " TERMS".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "LEAVES".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "RETURN".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "XFR IN".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(06) VALUE "XFROUT".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(08) VALUE "CLOSE HC".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(09) VALUE "   AVG HC".
            03 FILLER                PIC X(02) VALUE SPACE.
            03 FILLER                PIC X(07) VALUE " TURN %".

        01  WS-DETAIL-LINE.
            03 WS-DET-CODE           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-NAME           PIC X(22).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-DET-PERIOD         PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-DET-OPEN-HC        PIC -(7)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-HIRES          PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-REHIRES        PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-TERMS          PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-LEAVES         PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-RETURNS        PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-XFER-IN        PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-XFER-OUT       PIC Z(5)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-CLOSE-HC       PIC -(7)9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-AVG-HC         PIC -(6)9.9.
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-DET-TURNOVER       PIC ZZZ9.99.

        01  WS-FOOTNOTE-1.
            03 FILLER                PIC X(45) VALUE
               "HEADCOUNT IS ACTIVE PLUS ON LEAVE. AVG HC IS ".
            03 FILLER                PIC X(45) VALUE
               "(OPEN HC + CLOSE HC) / 2.  TURN % IS TERMS / ".
            03 FILLER                PIC X(42) VALUE
               "AVG HC, ANNUALIZED.".

        01  WS-FOOTNOTE-2.
            03 FILLER                PIC X(45) VALUE
               "MOVEMENTS ARE DATED BY THE NIGHT THEY WERE ".
            03 FILLER                PIC X(45) VALUE
               "APPLIED.  EMP-ID MERGES ARE RECORD CLEAN-UP ".
            03 FILLER                PIC X(42) VALUE
               "AND ARE NOT COUNTED.".

      *     THE CSV CARRIES THE SAME FIGURES, ONE ROW PER
      *     DEPARTMENT PER COLUMN, FOR THE BOARD PACK SPREADSHEET.
        01  WS-CSV-LINE              PIC X(160).
        01  WS-CSV-PTR               PIC 9(03) COMP.
        01  WS-CSV-NUM               PIC X(10).
        01  WS-CSV-LEAD              PIC 9(02) COMP.
        01  WS-CSV-LEN               PIC 9(02) COMP.
        01  WS-CSV-INT-ED            PIC -(8)9.
        01  WS-CSV-DEC1-ED           PIC -(7)9.9.
        01  WS-CSV-DEC2-ED           PIC -(6)9.99.
        01  WS-TRIM-FIELD            PIC X(30).
        01  WS-TRIM-LEN              PIC 9(02) COMP.

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 1200-LOAD-HEADCOUNTS
               THRU 1200-LOAD-HEADCOUNTS-EXIT.

            PERFORM 2000-PROCESS-ARCHIVES
               THRU 2000-PROCESS-ARCHIVES-EXIT.

            PERFORM 2100-PROCESS-JOURNAL
               THRU 2100-PROCESS-JOURNAL-EXIT
               UNTIL JOURNAL-EOF.

            PERFORM 3000-PRINT-REPORT
               THRU 3000-PRINT-REPORT-EXIT.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE REPORTING PERIOD FROM THE    *
      * RUN PARAMETER, WORK OUT THE THREE COLUMNS' DATE RANGES,   *
      * OPEN THE FILES AND PRIME THE FIRST JOURNAL ENTRY.  A      *
      * MISKEYED PERIOD ENDS THE RUN BEFORE ANY FILE IS TOUCHED.  *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-RUN-MONTHNO = WS-RUN-YYYY * 12 + WS-RUN-MM - 1.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-PARM-FROM = SPACE OR WS-PARM-FROM = LOW-VALUE
               SUBTRACT 1 FROM WS-RUN-MONTHNO
                  GIVING WS-FROM-MONTHNO
            ELSE
               IF WS-PARM-FROM IS NOT NUMERIC
                  DISPLAY "SF5TURN: BAD FIRST MONTH '" WS-PARM-FROM
                     "', KEY YYYYMM"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-PARM-FROM TO WS-YM-WORK
               IF WS-YM-MM < 1 OR WS-YM-MM > 12
                  DISPLAY "SF5TURN: BAD FIRST MONTH '" WS-PARM-FROM
                     "', KEY YYYYMM"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WS-FROM-MONTHNO =
                  WS-YM-YYYY * 12 + WS-YM-MM - 1
            END-IF.

            IF WS-PARM-TO = SPACE OR WS-PARM-TO = LOW-VALUE
               MOVE WS-FROM-MONTHNO TO WS-TO-MONTHNO
            ELSE
               IF WS-PARM-TO IS NOT NUMERIC
                  DISPLAY "SF5TURN: BAD LAST MONTH '" WS-PARM-TO
                     "', KEY YYYYMM"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               MOVE WS-PARM-TO TO WS-YM-WORK
               IF WS-YM-MM < 1 OR WS-YM-MM > 12
                  DISPLAY "SF5TURN: BAD LAST MONTH '" WS-PARM-TO
                     "', KEY YYYYMM"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
               COMPUTE WS-TO-MONTHNO =
                  WS-YM-YYYY * 12 + WS-YM-MM - 1
            END-IF.

            IF WS-TO-MONTHNO < WS-FROM-MONTHNO
               DISPLAY "SF5TURN: LAST MONTH IS BEFORE THE FIRST, "
                  "NOTHING TO REPORT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-TO-MONTHNO > WS-RUN-MONTHNO
               DISPLAY "SF5TURN: PERIOD ENDS AFTER THE RUN DATE "
                  WS-RUN-DATE ", NOTHING JOURNALED THAT FAR"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 1100-SET-COLUMNS
               THRU 1100-SET-COLUMNS-EXIT.

            OPEN INPUT EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5TURN: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT EMPHIST.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5TURN: BAD OPEN ON EMPHIST.DAT, STATUS "
                  ST-HISTORY
               CLOSE EMPMSTR
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT TURNRPT.
            IF ST-TURNRPT NOT = "00"
               DISPLAY "SF5TURN: BAD OPEN ON TURNRPT.DAT, STATUS "
                  ST-TURNRPT
               CLOSE EMPMSTR
               CLOSE EMPHIST
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT TURNCSV.
            IF ST-TURNCSV NOT = "00"
               DISPLAY "SF5TURN: BAD OPEN ON TURNRPT.CSV, STATUS "
                  ST-TURNCSV
               CLOSE EMPMSTR
               CLOSE EMPHIST
               CLOSE TURNRPT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     THE DEPARTMENT NAME IS A CONVENIENCE COLUMN, AS ON
      *     SF5DEPT - WITHOUT THE REFERENCE FILE THE REPORT STILL
      *     RUNS WITH THE NAMES BLANK.
            OPEN INPUT DEPTMSTR.
            IF ST-DEPTMSTR = "00"
               SET DEPTMSTR-AVAILABLE TO TRUE
            ELSE
               DISPLAY "SF5TURN: NO DEPTMSTR.DAT AVAILABLE, STATUS "
                  ST-DEPTMSTR ", DEPARTMENT NAMES LEFT BLANK"
            END-IF.

            MOVE SPACE TO CSV-LINE.
            STRING "PERIOD,FROM,TO,DEPT,DEPTNAME,OPENHC,HIRES,"
               DELIMITED BY SIZE
               "REHIRES,TERMS,LEAVES,RETURNS,XFERIN,XFEROUT,"
               DELIMITED BY SIZE
               "CLOSEHC,AVGHC,TURNOVERPCT"
               DELIMITED BY SIZE
               INTO CSV-LINE
            END-STRING.
            WRITE CSV-LINE.

            PERFORM 2900-READ-JOURNAL-REC
               THRU 2900-READ-JOURNAL-REC-EXIT.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-SET-COLUMNS - THE PRIOR PERIOD IS THE SAME NUMBER OF *
      * MONTHS ENDING THE MONTH BEFORE THE PERIOD STARTS; THE     *
      * YEAR TO DATE RUNS FROM JANUARY OF THE PERIOD'S LAST       *
      * MONTH.  THE EARLIEST FIRST DAY OF THE THREE IS AS FAR     *
      * BACK AS THE JOURNAL HAS TO BE READ.                       *
      *----------------------------------------------------------*
        1100-SET-COLUMNS.
            COMPUTE WS-PERIOD-MONTHS =
               WS-TO-MONTHNO - WS-FROM-MONTHNO + 1.

            MOVE 1 TO WS-COL.
            MOVE WS-FROM-MONTHNO TO WS-CONV-MONTHNO.
            PERFORM 1150-SET-COLUMN-START
               THRU 1150-SET-COLUMN-START-EXIT.
            MOVE WS-TO-MONTHNO TO WS-CONV-MONTHNO.
            PERFORM 1160-SET-COLUMN-END
               THRU 1160-SET-COLUMN-END-EXIT.
            MOVE WS-PERIOD-MONTHS TO WS-COL-MONTHS(1).

            MOVE 2 TO WS-COL.
            SUBTRACT WS-PERIOD-MONTHS FROM WS-FROM-MONTHNO
               GIVING WS-CONV-MONTHNO.
            PERFORM 1150-SET-COLUMN-START
               THRU 1150-SET-COLUMN-START-EXIT.
            SUBTRACT 1 FROM WS-FROM-MONTHNO
               GIVING WS-CONV-MONTHNO.
            PERFORM 1160-SET-COLUMN-END
               THRU 1160-SET-COLUMN-END-EXIT.
            MOVE WS-PERIOD-MONTHS TO WS-COL-MONTHS(2).

            MOVE 3 TO WS-COL.
            DIVIDE WS-TO-MONTHNO BY 12
               GIVING WS-CONV-YYYY REMAINDER WS-CONV-MM0.
            COMPUTE WS-CONV-MONTHNO = WS-CONV-YYYY * 12.
            PERFORM 1150-SET-COLUMN-START
               THRU 1150-SET-COLUMN-START-EXIT.
            MOVE WS-TO-MONTHNO TO WS-CONV-MONTHNO.
            PERFORM 1160-SET-COLUMN-END
               THRU 1160-SET-COLUMN-END-EXIT.
            ADD 1 WS-CONV-MM0 GIVING WS-COL-MONTHS(3).

            MOVE WS-COL-START-DATE(2) TO WS-EARLIEST-DATE.
            IF WS-COL-START-DATE(3) < WS-EARLIEST-DATE
               MOVE WS-COL-START-DATE(3) TO WS-EARLIEST-DATE
            END-IF.
            MOVE WS-COL-END-DATE(1) TO WS-LATEST-DATE.

        1100-SET-COLUMNS-EXIT.
            EXIT.

        1150-SET-COLUMN-START.
            DIVIDE WS-CONV-MONTHNO BY 12
               GIVING WS-CONV-YYYY REMAINDER WS-CONV-MM0.
            COMPUTE WS-COL-FROM-YM(WS-COL) =
               WS-CONV-YYYY * 100 + WS-CONV-MM0 + 1.
            COMPUTE WS-COL-START-DATE(WS-COL) =
               WS-COL-FROM-YM(WS-COL) * 100 + 1.

        1150-SET-COLUMN-START-EXIT.
            EXIT.

        1160-SET-COLUMN-END.
            DIVIDE WS-CONV-MONTHNO BY 12
               GIVING WS-CONV-YYYY REMAINDER WS-CONV-MM0.
            COMPUTE WS-COL-TO-YM(WS-COL) =
               WS-CONV-YYYY * 100 + WS-CONV-MM0 + 1.
            COMPUTE WS-COL-END-DATE(WS-COL) =
               WS-COL-TO-YM(WS-COL) * 100 + 31.

        1160-SET-COLUMN-END-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-LOAD-HEADCOUNTS - COUNT TODAY'S HEADCOUNT (ACTIVE    *
      * PLUS ON LEAVE) BY DEPARTMENT FROM THE MASTER.  THE        *
      * JOURNAL IS THEN WORKED BACKWARDS FROM HERE.  A MASTER     *
      * THAT CANNOT BE READ THROUGH GIVES NO TRUSTWORTHY          *
      * HEADCOUNT, SO THE RUN STOPS.                              *
      *----------------------------------------------------------*
        1200-LOAD-HEADCOUNTS.
            PERFORM 1210-COUNT-ONE-MASTER
               THRU 1210-COUNT-ONE-MASTER-EXIT
               UNTIL MASTER-EOF.
            CLOSE EMPMSTR.

        1200-LOAD-HEADCOUNTS-EXIT.
            EXIT.

        1210-COUNT-ONE-MASTER.
            READ EMPMSTR NEXT RECORD
               AT END
                  SET MASTER-EOF TO TRUE
                  GO TO 1210-COUNT-ONE-MASTER-EXIT
            END-READ.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5TURN: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               PERFORM 9000-END-PROGRAM
                  THRU 9000-END-PROGRAM-EXIT
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            ADD 1 TO WS-MASTER-READ.
            IF NOT MST-ACTIVE AND NOT MST-ON-LEAVE
               GO TO 1210-COUNT-ONE-MASTER-EXIT
            END-IF.
            MOVE MST-DEPT TO WS-FIND-CODE.
            PERFORM 1500-GET-DEPT-SLOT
               THRU 1500-GET-DEPT-SLOT-EXIT.
            ADD 1 TO WS-DTE-NOW(WS-SLOT).
            ADD 1 TO WS-GT-NOW.

        1210-COUNT-ONE-MASTER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1500-GET-DEPT-SLOT - RETURN IN WS-SLOT THE TABLE ENTRY    *
      * FOR WS-FIND-CODE, SLOTTING A NEW DEPARTMENT IN (IN CODE   *
      * ORDER, ZERO COUNTS) THE FIRST TIME IT IS SEEN.  THE       *
      * END-OF-TABLE TEST IS MADE INSIDE 1510 BEFORE THE          *
      * SUBSCRIPT IS USED, AS IN SF5DEPT.                         *
      *----------------------------------------------------------*
        1500-GET-DEPT-SLOT.
            SET DEPT-NOT-FOUND TO TRUE.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-SLOT.
            PERFORM 1510-SCAN-ONE-SLOT
               THRU 1510-SCAN-ONE-SLOT-EXIT
               UNTIL SCAN-DONE.
            IF DEPT-NOT-FOUND
               PERFORM 1600-INSERT-DEPT-SLOT
                  THRU 1600-INSERT-DEPT-SLOT-EXIT
            END-IF.

        1500-GET-DEPT-SLOT-EXIT.
            EXIT.

        1510-SCAN-ONE-SLOT.
            IF WS-SLOT > WS-DEPT-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 1510-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) = WS-FIND-CODE
               SET DEPT-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 1510-SCAN-ONE-SLOT-EXIT
            END-IF.
            IF WS-DTE-CODE(WS-SLOT) > WS-FIND-CODE
               SET SCAN-DONE TO TRUE
            ELSE
               ADD 1 TO WS-SLOT
            END-IF.

        1510-SCAN-ONE-SLOT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1600-INSERT-DEPT-SLOT - OPEN UP WS-SLOT FOR A NEW         *
      * DEPARTMENT BY SHIFTING THE TAIL OF THE TABLE DOWN ONE.    *
      * A TABLE ALREADY AT ITS LIMIT PUTS THE OVERFLOW IN THE     *
      * LAST ENTRY SO THE TOTALS STILL BALANCE, WITH A WARNING SO *
      * THE LIMIT GETS RAISED.                                    *
      *----------------------------------------------------------*
        1600-INSERT-DEPT-SLOT.
            IF WS-DEPT-COUNT >= WS-DEPT-LIMIT
               DISPLAY "SF5TURN: DEPARTMENT TABLE FULL AT "
                  WS-DEPT-LIMIT ", COUNTS FOR " WS-FIND-CODE
                  " LUMPED INTO LAST ENTRY"
               MOVE WS-DEPT-LIMIT TO WS-SLOT
               GO TO 1600-INSERT-DEPT-SLOT-EXIT
            END-IF.

            MOVE WS-DEPT-COUNT TO WS-SHIFT.
            PERFORM 1610-SHIFT-ONE-DOWN
               THRU 1610-SHIFT-ONE-DOWN-EXIT
               UNTIL WS-SHIFT < WS-SLOT.

            ADD 1 TO WS-DEPT-COUNT.
            MOVE WS-FIND-CODE TO WS-DTE-CODE(WS-SLOT).
            MOVE ZERO TO WS-DTE-NOW(WS-SLOT).
            MOVE 1 TO WS-COL.
            PERFORM 1620-CLEAR-ONE-COLUMN
               THRU 1620-CLEAR-ONE-COLUMN-EXIT
               UNTIL WS-COL > WS-COL-LIMIT.

        1600-INSERT-DEPT-SLOT-EXIT.
            EXIT.

        1610-SHIFT-ONE-DOWN.
            ADD 1 WS-SHIFT GIVING WS-SUB.
            MOVE WS-DEPT-ENTRY(WS-SHIFT) TO WS-DEPT-ENTRY(WS-SUB).
            SUBTRACT 1 FROM WS-SHIFT.

        1610-SHIFT-ONE-DOWN-EXIT.
            EXIT.

        1620-CLEAR-ONE-COLUMN.
            MOVE ZERO TO WS-DTC-HIRES(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-REHIRES(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-TERMS(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-LEAVES(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-RETURNS(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-XFER-IN(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-XFER-OUT(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-NET-FROM(WS-SLOT, WS-COL).
            MOVE ZERO TO WS-DTC-NET-AFTER(WS-SLOT, WS-COL).
            ADD 1 TO WS-COL.

        1620-CLEAR-ONE-COLUMN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-PROCESS-ARCHIVES - WALK THE HARCCTL.DAT CATALOG AND  *
      * RUN EACH HSTARCH ARCHIVE THAT COULD HOLD ENTRIES INSIDE   *
      * THE EARLIEST COLUMN THROUGH THE SAME TALLY AS THE LIVE    *
      * JOURNAL.  AN ARCHIVE IS CUT ON ITS CATALOG DATE AND HOLDS *
      * ONLY OLDER ENTRIES, SO ONE CATALOGED BEFORE THE EARLIEST  *
      * FIRST DAY IS PASSED OVER UNREAD.  NO CATALOG MEANS NO     *
      * ARCHIVES - A FRESH SITE, NOT AN ERROR.  A CATALOGED       *
      * ARCHIVE THAT IS NEEDED BUT UNREADABLE LEAVES THE FIGURES  *
      * SHORT.                                                    *
      *----------------------------------------------------------*
        2000-PROCESS-ARCHIVES.
            OPEN INPUT HARCCTL.
            IF ST-HARCCTL NOT = "00"
               GO TO 2000-PROCESS-ARCHIVES-EXIT
            END-IF.
            PERFORM 2010-PROCESS-ONE-ARCHIVE
               THRU 2010-PROCESS-ONE-ARCHIVE-EXIT
               UNTIL CATALOG-EOF.
            CLOSE HARCCTL.

        2000-PROCESS-ARCHIVES-EXIT.
            EXIT.

        2010-PROCESS-ONE-ARCHIVE.
            READ HARCCTL
               AT END
                  SET CATALOG-EOF TO TRUE
                  GO TO 2010-PROCESS-ONE-ARCHIVE-EXIT
            END-READ.
            IF ST-HARCCTL NOT = "00"
               DISPLAY "SF5TURN: BAD READ ON HARCCTL.DAT, STATUS "
                  ST-HARCCTL ", REMAINING ARCHIVES SKIPPED"
               SET FIGURES-SHORT TO TRUE
               SET CATALOG-EOF TO TRUE
               GO TO 2010-PROCESS-ONE-ARCHIVE-EXIT
            END-IF.

            IF AC-DATE IS NUMERIC
               IF AC-DATE < WS-EARLIEST-DATE
                  ADD 1 TO WS-ARCHIVES-PASSED
                  GO TO 2010-PROCESS-ONE-ARCHIVE-EXIT
               END-IF
            END-IF.

            MOVE SPACE TO WS-ARCH-FILE-NAME.
            STRING "HSTARCH." DELIMITED BY SIZE
               AC-DATE DELIMITED BY SIZE
               INTO WS-ARCH-FILE-NAME
            END-STRING.

            MOVE "N" TO WS-ARCH-EOF-SW.
            OPEN INPUT ARCHIN.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5TURN: CATALOGED ARCHIVE "
                  WS-ARCH-FILE-NAME " NOT READABLE, STATUS "
                  ST-ARCHIN ", FIGURES MAY BE SHORT"
               SET FIGURES-SHORT TO TRUE
               GO TO 2010-PROCESS-ONE-ARCHIVE-EXIT
            END-IF.
            ADD 1 TO WS-ARCHIVES-READ.
            PERFORM 2020-READ-ONE-ARCH-REC
               THRU 2020-READ-ONE-ARCH-REC-EXIT
               UNTIL ARCH-EOF.
            CLOSE ARCHIN.

        2010-PROCESS-ONE-ARCHIVE-EXIT.
            EXIT.

        2020-READ-ONE-ARCH-REC.
            READ ARCHIN
               AT END
                  SET ARCH-EOF TO TRUE
                  GO TO 2020-READ-ONE-ARCH-REC-EXIT
            END-READ.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5TURN: BAD READ ON " WS-ARCH-FILE-NAME
                  ", STATUS " ST-ARCHIN ", REST OF ARCHIVE SKIPPED"
               SET FIGURES-SHORT TO TRUE
               SET ARCH-EOF TO TRUE
               GO TO 2020-READ-ONE-ARCH-REC-EXIT
            END-IF.
            ADD 1 TO WS-ARCH-READ.
            MOVE AR-DATE TO WJ-DATE.
            MOVE AR-TRAN TO WJ-TRAN.
            MOVE AR-ID TO WJ-ID.
            MOVE AR-BEFORE TO WJ-BEFORE.
            MOVE AR-AFTER TO WJ-AFTER.
            PERFORM 2200-TALLY-ENTRY
               THRU 2200-TALLY-ENTRY-EXIT.

        2020-READ-ONE-ARCH-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-PROCESS-JOURNAL - ONE LIVE JOURNAL ENTRY THROUGH     *
      * THE COMMON TALLY.                                         *
      *----------------------------------------------------------*
        2100-PROCESS-JOURNAL.
            MOVE HS-DATE TO WJ-DATE.
            MOVE HS-TRAN TO WJ-TRAN.
            MOVE HS-ID TO WJ-ID.
            MOVE HS-BEFORE TO WJ-BEFORE.
            MOVE HS-AFTER TO WJ-AFTER.
            PERFORM 2200-TALLY-ENTRY
               THRU 2200-TALLY-ENTRY-EXIT.

            PERFORM 2900-READ-JOURNAL-REC
               THRU 2900-READ-JOURNAL-REC-EXIT.

        2100-PROCESS-JOURNAL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-TALLY-ENTRY - AN ENTRY OLDER THAN THE EARLIEST       *
      * COLUMN CHANGES NOTHING THE REPORT SHOWS.  OTHERWISE THE   *
      * BEFORE IMAGE HELD A POSITION IN ITS DEPARTMENT IF IT WAS  *
      * ACTIVE OR ON LEAVE, AND LIKEWISE THE AFTER IMAGE; EACH    *
      * COLUMN THEN TAKES THE ENTRY INTO ITS NET HEADCOUNT CHANGE *
      * AND, IF DATED INSIDE THE COLUMN, ITS MOVEMENT COUNTS.     *
      *----------------------------------------------------------*
        2200-TALLY-ENTRY.
            IF WJ-DATE < WS-EARLIEST-DATE
               GO TO 2200-TALLY-ENTRY-EXIT
            END-IF.
            ADD 1 TO WS-ENTRIES-USED.

            SET NOT-HELD-BEFORE TO TRUE.
            IF WJ-BEFORE-STATUS = "A" OR WJ-BEFORE-STATUS = "L"
               SET HELD-BEFORE TO TRUE
               MOVE WJ-BEFORE-DEPT TO WS-FIND-CODE
               PERFORM 1500-GET-DEPT-SLOT
                  THRU 1500-GET-DEPT-SLOT-EXIT
               MOVE WS-SLOT TO WS-BEFORE-SLOT
            END-IF.

            SET NOT-HELD-AFTER TO TRUE.
            IF WJ-AFTER-STATUS = "A" OR WJ-AFTER-STATUS = "L"
               SET HELD-AFTER TO TRUE
               MOVE WJ-AFTER-DEPT TO WS-FIND-CODE
               PERFORM 1500-GET-DEPT-SLOT
                  THRU 1500-GET-DEPT-SLOT-EXIT
               MOVE WS-SLOT TO WS-AFTER-SLOT
      *        A NEW DEPARTMENT SLOTTED IN AHEAD OF THE BEFORE
      *        DEPARTMENT SHIFTS IT DOWN ONE - FIND IT AGAIN.
               IF HELD-BEFORE AND DEPT-NOT-FOUND
                  MOVE WJ-BEFORE-DEPT TO WS-FIND-CODE
                  PERFORM 1500-GET-DEPT-SLOT
                     THRU 1500-GET-DEPT-SLOT-EXIT
                  MOVE WS-SLOT TO WS-BEFORE-SLOT
               END-IF
            END-IF.

            IF WJ-TRAN = "M"
               ADD 1 TO WS-MERGES-SKIPPED
            END-IF.

            MOVE 1 TO WS-COL.
            PERFORM 2210-TALLY-ONE-COLUMN
               THRU 2210-TALLY-ONE-COLUMN-EXIT
               UNTIL WS-COL > WS-COL-LIMIT.

        2200-TALLY-ENTRY-EXIT.
            EXIT.

        2210-TALLY-ONE-COLUMN.
            IF WJ-DATE >= WS-COL-START-DATE(WS-COL)
               IF HELD-BEFORE
                  SUBTRACT 1
                     FROM WS-DTC-NET-FROM(WS-BEFORE-SLOT, WS-COL)
               END-IF
               IF HELD-AFTER
                  ADD 1 TO WS-DTC-NET-FROM(WS-AFTER-SLOT, WS-COL)
               END-IF
            END-IF.

            IF WJ-DATE > WS-COL-END-DATE(WS-COL)
               IF HELD-BEFORE
                  SUBTRACT 1
                     FROM WS-DTC-NET-AFTER(WS-BEFORE-SLOT, WS-COL)
               END-IF
               IF HELD-AFTER
                  ADD 1 TO WS-DTC-NET-AFTER(WS-AFTER-SLOT, WS-COL)
               END-IF
            END-IF.

            IF WJ-DATE >= WS-COL-START-DATE(WS-COL)
               AND WJ-DATE <= WS-COL-END-DATE(WS-COL)
               AND WJ-TRAN NOT = "M"
               PERFORM 2220-COUNT-MOVEMENTS
                  THRU 2220-COUNT-MOVEMENTS-EXIT
            END-IF.

            ADD 1 TO WS-COL.

        2210-TALLY-ONE-COLUMN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2220-COUNT-MOVEMENTS - CLASS ONE ENTRY BY ITS BEFORE AND  *
      * AFTER STATUS, WHATEVER TRAN CODE CARRIED IT (A CHANGE     *
      * THAT FLIPS THE STATUS MOVES STAFF JUST AS A DELETE OR A   *
      * REHIRE DOES).  A HIRE, REHIRE, LEAVE OR RETURN COUNTS IN  *
      * THE DEPARTMENT THE EMPLOYEE ENDS UP IN; A TERMINATION IN  *
      * THE ONE THEY LEFT.  A DEPARTMENT CHANGE WHILE HOLDING A   *
      * POSITION IS A TRANSFER OUT OF THE OLD AND INTO THE NEW.   *
      *----------------------------------------------------------*
        2220-COUNT-MOVEMENTS.
            IF HELD-AFTER
               EVALUATE WJ-BEFORE-STATUS
                  WHEN SPACE
                     ADD 1 TO WS-DTC-HIRES(WS-AFTER-SLOT, WS-COL)
                  WHEN "T"
                     ADD 1 TO WS-DTC-REHIRES(WS-AFTER-SLOT, WS-COL)
                  WHEN "A"
                     IF WJ-AFTER-STATUS = "L"
                        ADD 1
                           TO WS-DTC-LEAVES(WS-AFTER-SLOT, WS-COL)
                     END-IF
                  WHEN "L"
                     IF WJ-AFTER-STATUS = "A"
                        ADD 1
                           TO WS-DTC-RETURNS(WS-AFTER-SLOT, WS-COL)
                     END-IF
               END-EVALUATE
            END-IF.

            IF HELD-BEFORE AND WJ-AFTER-STATUS = "T"
               ADD 1 TO WS-DTC-TERMS(WS-BEFORE-SLOT, WS-COL)
            END-IF.

            IF HELD-BEFORE AND HELD-AFTER
               AND WJ-BEFORE-DEPT NOT = WJ-AFTER-DEPT
               ADD 1 TO WS-DTC-XFER-OUT(WS-BEFORE-SLOT, WS-COL)
               ADD 1 TO WS-DTC-XFER-IN(WS-AFTER-SLOT, WS-COL)
            END-IF.

        2220-COUNT-MOVEMENTS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-JOURNAL-REC - READ THE NEXT LIVE JOURNAL ENTRY  *
      * AND CHECK ITS FILE STATUS.  A JOURNAL THAT CANNOT BE READ *
      * THROUGH LEAVES THE FIGURES SHORT.                         *
      *----------------------------------------------------------*
        2900-READ-JOURNAL-REC.
            READ EMPHIST
               AT END
                  SET JOURNAL-EOF TO TRUE
                  GO TO 2900-READ-JOURNAL-REC-EXIT
            END-READ.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5TURN: BAD READ ON EMPHIST.DAT, STATUS "
                  ST-HISTORY ", REST OF JOURNAL SKIPPED"
               SET FIGURES-SHORT TO TRUE
               SET JOURNAL-EOF TO TRUE
               GO TO 2900-READ-JOURNAL-REC-EXIT
            END-IF.
            ADD 1 TO WS-JRNL-READ.

        2900-READ-JOURNAL-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-PRINT-REPORT - ONE BLOCK PER DEPARTMENT IN CODE      *
      * ORDER (CURRENT, PRIOR AND YEAR-TO-DATE LINES), THEN THE   *
      * COMPANY TOTALS BLOCK AND THE FOOTNOTES.  EVERY LINE       *
      * PRINTED GOES TO THE CSV AS WELL.                          *
      *----------------------------------------------------------*
        3000-PRINT-REPORT.
            MOVE 1 TO WS-COL.
            PERFORM 3050-CLEAR-ONE-TOTAL
               THRU 3050-CLEAR-ONE-TOTAL-EXIT
               UNTIL WS-COL > WS-COL-LIMIT.

      *     AN EMPTY TABLE STILL GETS A DATED HEADING, AS ON
      *     SF5DEPT.
            IF WS-DEPT-COUNT = ZERO
               PERFORM 3200-PAGE-HEADING
                  THRU 3200-PAGE-HEADING-EXIT
            END-IF.
            MOVE 1 TO WS-SUB.
            PERFORM 3100-PRINT-DEPT-BLOCK
               THRU 3100-PRINT-DEPT-BLOCK-EXIT
               UNTIL WS-SUB > WS-DEPT-COUNT.

            IF WS-LINE-COUNT + 5 > WS-LINES-PER-PAGE
               PERFORM 3200-PAGE-HEADING
                  THRU 3200-PAGE-HEADING-EXIT
            END-IF.
            SET PRINTING-TOTALS TO TRUE.
            MOVE SPACE TO WS-PW-CODE.
            MOVE "COMPANY TOTALS" TO WS-PW-NAME.
            MOVE WS-GT-NOW TO WS-PW-NOW.
            MOVE 1 TO WS-COL.
            PERFORM 3120-PRINT-TOTAL-COLUMN
               THRU 3120-PRINT-TOTAL-COLUMN-EXIT
               UNTIL WS-COL > WS-COL-LIMIT.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-FOOTNOTE-1.
            WRITE REPORT-LINE FROM WS-FOOTNOTE-2.

        3000-PRINT-REPORT-EXIT.
            EXIT.

        3050-CLEAR-ONE-TOTAL.
            MOVE ZERO TO WS-GTC-HIRES(WS-COL).
            MOVE ZERO TO WS-GTC-REHIRES(WS-COL).
            MOVE ZERO TO WS-GTC-TERMS(WS-COL).
            MOVE ZERO TO WS-GTC-LEAVES(WS-COL).
            MOVE ZERO TO WS-GTC-RETURNS(WS-COL).
            MOVE ZERO TO WS-GTC-XFER-IN(WS-COL).
            MOVE ZERO TO WS-GTC-XFER-OUT(WS-COL).
            MOVE ZERO TO WS-GTC-NET-FROM(WS-COL).
            MOVE ZERO TO WS-GTC-NET-AFTER(WS-COL).
            ADD 1 TO WS-COL.

        3050-CLEAR-ONE-TOTAL-EXIT.
            EXIT.

        3100-PRINT-DEPT-BLOCK.
            IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 3200-PAGE-HEADING
                  THRU 3200-PAGE-HEADING-EXIT
            END-IF.

            MOVE WS-DTE-CODE(WS-SUB) TO WS-PW-CODE.
            PERFORM 3300-GET-DEPT-NAME
               THRU 3300-GET-DEPT-NAME-EXIT.
            MOVE WS-DTE-NOW(WS-SUB) TO WS-PW-NOW.
            MOVE 1 TO WS-COL.
            PERFORM 3110-PRINT-DEPT-COLUMN
               THRU 3110-PRINT-DEPT-COLUMN-EXIT
               UNTIL WS-COL > WS-COL-LIMIT.

            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            ADD 1 TO WS-LINE-COUNT.

            ADD 1 TO WS-SUB.

        3100-PRINT-DEPT-BLOCK-EXIT.
            EXIT.

        3110-PRINT-DEPT-COLUMN.
            MOVE WS-DTE-COL(WS-SUB, WS-COL) TO WS-PW-COL.
            PERFORM 3400-ADD-TO-TOTALS
               THRU 3400-ADD-TO-TOTALS-EXIT.
            PERFORM 3150-PRINT-ONE-LINE
               THRU 3150-PRINT-ONE-LINE-EXIT.
            ADD 1 TO WS-COL.

        3110-PRINT-DEPT-COLUMN-EXIT.
            EXIT.

        3120-PRINT-TOTAL-COLUMN.
            MOVE WS-GT-COL(WS-COL) TO WS-PW-COL.
            PERFORM 3150-PRINT-ONE-LINE
               THRU 3150-PRINT-ONE-LINE-EXIT.
            ADD 1 TO WS-COL.

        3120-PRINT-TOTAL-COLUMN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3150-PRINT-ONE-LINE - DERIVE THE OPENING, CLOSING AND     *
      * AVERAGE HEADCOUNT AND THE ANNUALIZED TURNOVER FOR THE     *
      * COLUMN IN WS-PRINT-WORK, PRINT IT AND WRITE ITS CSV ROW.  *
      * A HEADCOUNT BELOW ZERO MEANS THE JOURNAL AND THE MASTER   *
      * DISAGREE; IT IS PRINTED AS WORKED OUT AND FLAGGED.        *
      *----------------------------------------------------------*
        3150-PRINT-ONE-LINE.
            SUBTRACT WS-PW-NET-FROM FROM WS-PW-NOW
               GIVING WS-PW-OPEN-HC.
            SUBTRACT WS-PW-NET-AFTER FROM WS-PW-NOW
               GIVING WS-PW-CLOSE-HC.
            IF WS-PW-OPEN-HC < ZERO OR WS-PW-CLOSE-HC < ZERO
               DISPLAY "SF5TURN: HEADCOUNT BELOW ZERO FOR DEPT "
                  WS-PW-CODE " " WS-COL-LABEL(WS-COL)
                  ", JOURNAL AND MASTER OUT OF STEP"
               ADD 1 TO WS-NEGATIVE-HC
            END-IF.
            COMPUTE WS-PW-AVG-HC ROUNDED =
               (WS-PW-OPEN-HC + WS-PW-CLOSE-HC) / 2.
            IF WS-PW-AVG-HC > ZERO
               COMPUTE WS-PW-TURNOVER ROUNDED =
                  (WS-PW-TERMS * 1200) /
                  (WS-PW-AVG-HC * WS-COL-MONTHS(WS-COL))
                  ON SIZE ERROR
                     MOVE 9999.99 TO WS-PW-TURNOVER
               END-COMPUTE
            ELSE
               MOVE ZERO TO WS-PW-TURNOVER
            END-IF.

            MOVE WS-PW-CODE TO WS-DET-CODE.
            MOVE WS-PW-NAME TO WS-DET-NAME.
            MOVE WS-COL-LABEL(WS-COL) TO WS-DET-PERIOD.
            MOVE WS-PW-OPEN-HC TO WS-DET-OPEN-HC.
            MOVE WS-PW-HIRES TO WS-DET-HIRES.
            MOVE WS-PW-REHIRES TO WS-DET-REHIRES.
            MOVE WS-PW-TERMS TO WS-DET-TERMS.
            MOVE WS-PW-LEAVES TO WS-DET-LEAVES.
            MOVE WS-PW-RETURNS TO WS-DET-RETURNS.
            MOVE WS-PW-XFER-IN TO WS-DET-XFER-IN.
            MOVE WS-PW-XFER-OUT TO WS-DET-XFER-OUT.
            MOVE WS-PW-CLOSE-HC TO WS-DET-CLOSE-HC.
            MOVE WS-PW-AVG-HC TO WS-DET-AVG-HC.
            MOVE WS-PW-TURNOVER TO WS-DET-TURNOVER.
            WRITE REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.

            PERFORM 4000-WRITE-CSV-ROW
               THRU 4000-WRITE-CSV-ROW-EXIT.

        3150-PRINT-ONE-LINE-EXIT.
            EXIT.

        3200-PAGE-HEADING.
            ADD 1 TO WS-PAGE-NO.
            MOVE WS-COL-FROM-YM(1) TO WS-HEAD-FROM.
            MOVE WS-COL-TO-YM(1) TO WS-HEAD-TO.
            MOVE WS-RUN-DATE TO WS-HEAD-DATE.
            MOVE WS-PAGE-NO TO WS-HEAD-PAGE.
            MOVE WS-COL-FROM-YM(1) TO WS-HEAD-CUR-FROM.
            MOVE WS-COL-TO-YM(1) TO WS-HEAD-CUR-TO.
            MOVE WS-COL-FROM-YM(2) TO WS-HEAD-PRI-FROM.
            MOVE WS-COL-TO-YM(2) TO WS-HEAD-PRI-TO.
            MOVE WS-COL-FROM-YM(3) TO WS-HEAD-YTD-FROM.
            MOVE WS-COL-TO-YM(3) TO WS-HEAD-YTD-TO.
            IF WS-PAGE-NO > 1
               MOVE SPACE TO REPORT-LINE
               WRITE REPORT-LINE
            END-IF.
            WRITE REPORT-LINE FROM WS-HEADING-1.
            WRITE REPORT-LINE FROM WS-HEADING-2.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            WRITE REPORT-LINE FROM WS-HEADING-3.
            MOVE SPACE TO REPORT-LINE.
            WRITE REPORT-LINE.
            MOVE 5 TO WS-LINE-COUNT.

        3200-PAGE-HEADING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3300-GET-DEPT-NAME - LOOK UP THE DEPARTMENT NAME FOR THE  *
      * BLOCK.  A BLANK OR UNKNOWN CODE, OR AN UNAVAILABLE        *
      * REFERENCE FILE, LEAVES THE NAME BLANK.                    *
      *----------------------------------------------------------*
        3300-GET-DEPT-NAME.
            MOVE SPACE TO WS-PW-NAME.
            IF NOT DEPTMSTR-AVAILABLE
               OR WS-PW-CODE = SPACE OR WS-PW-CODE = LOW-VALUE
               GO TO 3300-GET-DEPT-NAME-EXIT
            END-IF.
            MOVE WS-PW-CODE TO DPT-CODE.
            READ DEPTMSTR
               INVALID KEY
                  MOVE SPACE TO WS-PW-NAME
               NOT INVALID KEY
                  IF ST-DEPTMSTR = "00"
                     MOVE DPT-NAME TO WS-PW-NAME
                  END-IF
            END-READ.

        3300-GET-DEPT-NAME-EXIT.
            EXIT.

        3400-ADD-TO-TOTALS.
            ADD WS-PW-HIRES TO WS-GTC-HIRES(WS-COL).
            ADD WS-PW-REHIRES TO WS-GTC-REHIRES(WS-COL).
            ADD WS-PW-TERMS TO WS-GTC-TERMS(WS-COL).
            ADD WS-PW-LEAVES TO WS-GTC-LEAVES(WS-COL).
            ADD WS-PW-RETURNS TO WS-GTC-RETURNS(WS-COL).
            ADD WS-PW-XFER-IN TO WS-GTC-XFER-IN(WS-COL).
            ADD WS-PW-XFER-OUT TO WS-GTC-XFER-OUT(WS-COL).
            ADD WS-PW-NET-FROM TO WS-GTC-NET-FROM(WS-COL).
            ADD WS-PW-NET-AFTER TO WS-GTC-NET-AFTER(WS-COL).

        3400-ADD-TO-TOTALS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-WRITE-CSV-ROW - THE LINE JUST PRINTED, AS A COMMA-   *
      * DELIMITED ROW.  NUMBERS GO OUT WITHOUT LEADING BLANKS AND *
      * THE DEPARTMENT NAME WITHOUT TRAILING ONES (TRIMMED BY     *
      * LENGTH, SO A NAME WITH AN EMBEDDED SPACE SURVIVES); A     *
      * COMMA IN A NAME WOULD SPLIT THE CELL AND IS BLANKED.      *
      * THE COMPANY TOTALS GO OUT UNDER DEPT "ALL".               *
      *----------------------------------------------------------*
        4000-WRITE-CSV-ROW.
            MOVE SPACE TO WS-CSV-LINE.
            MOVE 1 TO WS-CSV-PTR.

            STRING WS-COL-LABEL(WS-COL) DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               WS-COL-FROM-YM(WS-COL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-COL-TO-YM(WS-COL) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
            END-STRING.

            IF PRINTING-TOTALS
               STRING "ALL," DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
               END-STRING
            ELSE
               STRING WS-PW-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
               END-STRING
            END-IF.

            MOVE WS-PW-NAME TO WS-TRIM-FIELD.
            INSPECT WS-TRIM-FIELD REPLACING ALL "," BY SPACE.
            PERFORM 4200-COMPUTE-TRIM-LEN
               THRU 4200-COMPUTE-TRIM-LEN-EXIT.
            IF WS-TRIM-LEN > ZERO
               STRING WS-TRIM-FIELD(1:WS-TRIM-LEN) DELIMITED BY SIZE
                  INTO WS-CSV-LINE
                  WITH POINTER WS-CSV-PTR
               END-STRING
            END-IF.
            STRING "," DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
            END-STRING.

            MOVE WS-PW-OPEN-HC TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-HIRES TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-REHIRES TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-TERMS TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-LEAVES TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-RETURNS TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-XFER-IN TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-XFER-OUT TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-CLOSE-HC TO WS-CSV-INT-ED.
            MOVE WS-CSV-INT-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-AVG-HC TO WS-CSV-DEC1-ED.
            MOVE WS-CSV-DEC1-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.
            MOVE WS-PW-TURNOVER TO WS-CSV-DEC2-ED.
            MOVE WS-CSV-DEC2-ED TO WS-CSV-NUM.
            PERFORM 4100-APPEND-CSV-NUM
               THRU 4100-APPEND-CSV-NUM-EXIT.

      *     EVERY FIELD WENT OUT WITH A COMMA AFTER IT - BLANK THE
      *     ONE AFTER THE LAST.
            SUBTRACT 1 FROM WS-CSV-PTR.
            MOVE SPACE TO WS-CSV-LINE(WS-CSV-PTR:1).

            WRITE CSV-LINE FROM WS-CSV-LINE.
            IF ST-TURNCSV NOT = "00"
               DISPLAY "SF5TURN: BAD WRITE ON TURNRPT.CSV, STATUS "
                  ST-TURNCSV ", DEPT " WS-PW-CODE
               SET FIGURES-SHORT TO TRUE
            END-IF.

        4000-WRITE-CSV-ROW-EXIT.
            EXIT.

        4100-APPEND-CSV-NUM.
            MOVE ZERO TO WS-CSV-LEAD.
            INSPECT WS-CSV-NUM TALLYING WS-CSV-LEAD
               FOR LEADING SPACE.
            SUBTRACT WS-CSV-LEAD FROM 10 GIVING WS-CSV-LEN.
            ADD 1 TO WS-CSV-LEAD.
            STRING WS-CSV-NUM(WS-CSV-LEAD:WS-CSV-LEN)
                  DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-CSV-LINE
               WITH POINTER WS-CSV-PTR
            END-STRING.

        4100-APPEND-CSV-NUM-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4200-COMPUTE-TRIM-LEN - LENGTH OF WS-TRIM-FIELD WITHOUT   *
      * ITS TRAILING BLANKS, ZERO FOR AN ALL-BLANK FIELD.  THE    *
      * ZERO TEST IS MADE INSIDE 4210 BEFORE THE FIELD IS         *
      * REFERENCED, SO AN ALL-BLANK FIELD NEVER LOOKS AT          *
      * POSITION ZERO.                                            *
      *----------------------------------------------------------*
        4200-COMPUTE-TRIM-LEN.
            MOVE 30 TO WS-TRIM-LEN.
            SET TRIM-NOT-DONE TO TRUE.
            PERFORM 4210-BACK-UP-ONE
               THRU 4210-BACK-UP-ONE-EXIT
               UNTIL TRIM-DONE.

        4200-COMPUTE-TRIM-LEN-EXIT.
            EXIT.

        4210-BACK-UP-ONE.
            IF WS-TRIM-LEN = ZERO
               SET TRIM-DONE TO TRUE
               GO TO 4210-BACK-UP-ONE-EXIT
            END-IF.
            IF WS-TRIM-FIELD(WS-TRIM-LEN:1) NOT = SPACE
               SET TRIM-DONE TO TRUE
            ELSE
               SUBTRACT 1 FROM WS-TRIM-LEN
            END-IF.

        4210-BACK-UP-ONE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE UP, DISPLAY THE RUN TOTALS AND   *
      * SET THE RETURN CODE: FIGURES SHORT OUTRANKS A HEADCOUNT   *
      * DISAGREEMENT.  A DOUBLE CLOSE AFTER AN EARLY STOP IS      *
      * HARMLESS.                                                 *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE EMPMSTR.
            CLOSE EMPHIST.
            CLOSE TURNRPT.
            CLOSE TURNCSV.
            IF DEPTMSTR-AVAILABLE
               CLOSE DEPTMSTR
            END-IF.

            IF FIGURES-SHORT
               DISPLAY "SF5TURN: FIGURES ARE SHORT - SEE MESSAGES "
                  "ABOVE"
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-NEGATIVE-HC > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

            MOVE WS-MASTER-READ TO WS-COUNT-ED.
            DISPLAY "SF5TURN: MASTER RECORDS READ.: " WS-COUNT-ED.
            MOVE WS-ARCHIVES-READ TO WS-COUNT-ED.
            DISPLAY "SF5TURN: ARCHIVES READ.......: " WS-COUNT-ED.
            MOVE WS-ARCHIVES-PASSED TO WS-COUNT-ED.
            DISPLAY "SF5TURN: ARCHIVES TOO OLD....: " WS-COUNT-ED.
            MOVE WS-ARCH-READ TO WS-COUNT-ED.
            DISPLAY "SF5TURN: ARCHIVE ENTRIES READ: " WS-COUNT-ED.
            MOVE WS-JRNL-READ TO WS-COUNT-ED.
            DISPLAY "SF5TURN: JOURNAL ENTRIES READ: " WS-COUNT-ED.
            MOVE WS-ENTRIES-USED TO WS-COUNT-ED.
            DISPLAY "SF5TURN: ENTRIES IN PERIODS..: " WS-COUNT-ED.
            MOVE WS-MERGES-SKIPPED TO WS-COUNT-ED.
            DISPLAY "SF5TURN: MERGES NOT COUNTED..: " WS-COUNT-ED.
            MOVE WS-DEPT-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5TURN: DEPARTMENTS REPORTED: " WS-COUNT-ED.
            MOVE WS-NEGATIVE-HC TO WS-COUNT-ED.
            DISPLAY "SF5TURN: HEADCOUNTS BELOW 0..: " WS-COUNT-ED.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5TURN.
