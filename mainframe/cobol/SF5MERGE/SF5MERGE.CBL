        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5MERGE.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - DUPLICATE-PERSON   *
      *                    SCAN AND EMP-ID MERGE.  WITH A BLANK  *
      *                    PARM THE WHOLE MASTER IS LOADED AND   *
      *                    EVERY PAIR OF RECORDS CARRYING THE    *
      *                    SAME LAST AND FIRST NAME (CASE DOES   *
      *                    NOT MATTER) IS SCORED AND LISTED ON   *
      *                    DUPSRPT.DAT, STRONGEST FIRST: SAME    *
      *                    INIT DATE 90, INIT DATES WITHIN THREE *
      *                    MONTHS 75, SAME DEPARTMENT 50, OTHER  *
      *                    DEPARTMENT 40.  EMP-IDS ALREADY       *
      *                    MERGED AWAY (FOUND ON THE JOURNAL AND *
      *                    ITS ARCHIVES) ARE LEFT OUT, SO A      *
      *                    SETTLED PAIR DOES NOT COME BACK.      *
      *                    WITH PARM 'MERGE' THE PAIRS HR HAS    *
      *                    CONFIRMED ON MERGEIN.DAT (SURVIVOR,   *
      *                    LOSER) ARE FOLDED TOGETHER: THE       *
      *                    SURVIVOR KEEPS THE EARLIER INIT DATE, *
      *                    THE LOSER'S EMPPAY.DAT RECORD MOVES   *
      *                    TO THE SURVIVOR (BOTH SIDES ON        *
      *                    PAYHIST.DAT; IF BOTH HAVE PAY NOTHING *
      *                    MOVES AND THE PAIR IS FLAGGED FOR     *
      *                    HR), AND THE LOSER IS TERMINATED AS   *
      *                    OF THE RUN DATE.  BOTH SIDES ARE      *
      *                    JOURNALED TO EMPHIST.DAT UNDER TRAN   *
      *                    CODE "M" WITH FULL BEFORE/AFTER       *
      *                    IMAGES; THE SPARE END OF EACH AFTER   *
      *                    IMAGE NAMES THE OTHER ID ("INTO NNNN" *
      *                    ON THE LOSER, "FROM NNNN" ON THE      *
      *                    SURVIVOR) SO SF5HINQ CAN SAY WHERE    *
      *                    THE RECORD WENT, AND SF5RECON REPLAYS *
      *                    THE ENTRIES LIKE ANY OTHER CHANGE.    *
      *                    RESULTS ON MERGERPT.DAT.  RETURN      *
      *                    CODE: 0 = CLEAN, 4 = PAY CONFLICTS    *
      *                    LEFT FOR HR, 8 = SCAN INCOMPLETE OR   *
      *                    PAIRS NOT MERGED, 12 = COULD NOT RUN. *
      *   2026-10-15  HRS  EVERY MERGE ENTRY JOURNALED IS ALSO   *
      *                    FILED ON EMPHIDX.DAT, THE KEYED       *
      *                    COMPANION TO THE JOURNAL, SO SF5HINQ  *
      *                    CAN READ ONE EMPLOYEE'S HISTORY BY    *
      *                    KEY. AN INDEX THAT CANNOT BE OPENED   *
      *                    OR WRITTEN IS REMOVED FOR SF5HIDX TO  *
      *                    REBUILD.                              *
      *   2026-10-15  HRS  A MERGE NOW CARRIES THE LOSER'S       *
      *                    VACATION BALANCE ACROSS TO THE        *
      *                    SURVIVOR'S VACLEDG.DAT LEDGER (BOTH   *
      *                    SIDES ON VACHIST.DAT AS "MG") AND     *
      *                    LEAVES THE LOSER'S AT ZERO, SO        *
      *                    SF5VACN DOES NOT PAY OUT HOURS THE    *
      *                    PERSON STILL HAS.  A PAIR WHOSE LOSER *
      *                    IS ALREADY TERMINATED AND MERGED AWAY *
      *                    ON THE JOURNAL IS REFUSED AS ALREADY  *
      *                    MERGED.                               *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT EMPMSTR ASSIGN TO "EMPMSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-ID
           FILE STATUS IS ST-MASTER.

        SELECT EMPPAY ASSIGN TO "EMPPAY.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAY-ID
           FILE STATUS IS ST-EMPPAY.

        SELECT EMPHIST ASSIGN TO "EMPHIST.DAT"
           FILE STATUS IS ST-HISTORY
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT EMPHIDX ASSIGN TO "EMPHIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HX-KEY
           FILE STATUS IS ST-HISTIDX.

        SELECT PAYHIST ASSIGN TO "PAYHIST.DAT"
           FILE STATUS IS ST-PAYHIST
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT VACLEDG ASSIGN TO "VACLEDG.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VL-ID
           FILE STATUS IS ST-VACLEDG.

        SELECT VACHIST ASSIGN TO "VACHIST.DAT"
           FILE STATUS IS ST-VACHIST
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MERGEIN ASSIGN TO "MERGEIN.DAT"
           FILE STATUS IS ST-MERGEIN
        ORGANIZATION IS SEQUENTIAL.

        SELECT ARCHIN ASSIGN TO WS-ARCH-FILE-NAME
           FILE STATUS IS ST-ARCHIN
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT HARCCTL ASSIGN TO "HARCCTL.DAT"
           FILE STATUS IS ST-HARCCTL
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT DUPSRPT ASSIGN TO "DUPSRPT.DAT"
           FILE STATUS IS ST-DUPSRPT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT MERGERPT ASSIGN TO "MERGERPT.DAT"
           FILE STATUS IS ST-MERGERPT
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

        FD EMPPAY.
        01 PAY-RECORD.
            03 PAY-ID                PIC X(4).
            03 PAY-GRADE             PIC X(2).
            03 PAY-SALARY            PIC 9(7)V99.
            03 PAY-CHGDATE           PIC X(8).

      *     THE AFTER IMAGE IS 100 BYTES AND THE MASTER 89, SO A
      *     MERGE ENTRY CARRIES ITS PARTNER ID IN THE SPARE END.
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
            03 HS-AFTER.
                05 HS-AFTER-IMAGE     PIC X(89).
                05 HS-AFTER-TAG-DIR   PIC X(04).
                05 FILLER             PIC X(01).
                05 HS-AFTER-TAG-ID    PIC X(04).
                05 FILLER             PIC X(02).

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

        FD PAYHIST.
        01 PAYHIST-LINE              PIC X(50).

      *     SAME LEDGER LAYOUT SF5VACN KEEPS.
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

        FD VACHIST.
        01 VACHIST-LINE              PIC X(54).

        FD MERGEIN.
        01 MERGE-PAIR-REC.
            03 MG-SURVIVOR           PIC X(4).
            03 MG-LOSER              PIC X(4).
        88 MERGEIN-EOF VALUE HIGH-VALUES.

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
            03 AR-AFTER.
                05 AR-AFTER-IMAGE     PIC X(89).
                05 AR-AFTER-TAG-DIR   PIC X(04).
                05 FILLER             PIC X(01).
                05 AR-AFTER-TAG-ID    PIC X(04).
                05 FILLER             PIC X(02).

        FD HARCCTL.
        01 HARCCTL-REC.
            03 AC-DATE               PIC X(08).

        FD DUPSRPT.
        01 DUPS-LINE                 PIC X(100).

        FD MERGERPT.
        01 MERGE-LINE                PIC X(100).

        WORKING-STORAGE SECTION.

        01  ST-MASTER    PIC XX.
        01  ST-EMPPAY    PIC XX.
        01  ST-HISTORY   PIC XX.
        01  ST-HISTIDX   PIC XX.
        01  ST-PAYHIST   PIC XX.
        01  ST-VACLEDG   PIC XX.
        01  ST-VACHIST   PIC XX.
        01  ST-MERGEIN   PIC XX.
        01  ST-ARCHIN    PIC XX.
        01  ST-HARCCTL   PIC XX.
        01  ST-DUPSRPT   PIC XX.
        01  ST-MERGERPT  PIC XX.

      *     PARM 'MERGE' APPLIES THE CONFIRMED PAIRS ON MERGEIN.DAT;
      *     ANYTHING ELSE (NORMALLY BLANK) RUNS THE SUSPECT SCAN.
        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
        01  WS-PARM-FIELDS REDEFINES WS-RUN-PARM.
            03 WS-PARM-MODE          PIC X(5).
            03 FILLER                PIC X(15).

        01  WS-RUN-DATE              PIC 9(08).
        01  WS-ARCH-FILE-NAME        PIC X(16).
        01  WS-HISTIDX-FILE-NAME     PIC X(16) VALUE "EMPHIDX.DAT".
        01  WS-SAVED-RC              PIC S9(04) COMP VALUE ZERO.

        01  WS-LOWER-CASE            PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
        01  WS-UPPER-CASE            PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

        01  WS-SWITCHES.
            03 WS-MODE-SW            PIC X(01) VALUE "S".
                88 SCAN-MODE             VALUE "S".
                88 MERGE-MODE            VALUE "M".
            03 WS-MASTER-EOF-SW      PIC X(01) VALUE "N".
                88 MASTER-EOF            VALUE "Y".
            03 WS-CATALOG-EOF-SW     PIC X(01) VALUE "N".
                88 CATALOG-EOF           VALUE "Y".
            03 WS-ARCH-EOF-SW        PIC X(01) VALUE "N".
                88 ARCH-EOF              VALUE "Y".
            03 WS-HISTORY-OPEN-SW    PIC X(01) VALUE "N".
                88 HISTORY-IS-OPEN       VALUE "Y".
            03 WS-HISTIDX-SW         PIC X(01) VALUE "N".
                88 HISTIDX-IN-STEP       VALUE "Y".
            03 WS-HX-PUT-SW          PIC X(01) VALUE "N".
                88 HX-PUT-DONE           VALUE "Y".
            03 WS-MERGED-FOUND-SW    PIC X(01) VALUE "N".
                88 MERGED-ID-FOUND       VALUE "Y".
            03 WS-SCAN-SHORT-SW      PIC X(01) VALUE "N".
                88 SCAN-INCOMPLETE       VALUE "Y".
            03 WS-PAIR-OK-SW         PIC X(01) VALUE "N".
                88 PAIR-OK               VALUE "Y".
            03 WS-JOURNAL-EOF-SW     PIC X(01) VALUE "N".
                88 JOURNAL-EOF           VALUE "Y".
            03 WS-INIT-TAKEN-SW      PIC X(01) VALUE "N".
                88 INIT-DATE-TAKEN       VALUE "Y".
            03 WS-VACLEDG-OPEN-SW    PIC X(01) VALUE "N".
                88 VACLEDG-IS-OPEN       VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-SKIPPED        PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-NOT-LOADED     PIC 9(09) COMP VALUE ZERO.
            03 WS-JRNL-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-SUSPECTS-FOUND      PIC 9(09) COMP VALUE ZERO.
            03 WS-SUSPECTS-DROPPED    PIC 9(09) COMP VALUE ZERO.
            03 WS-PAIRS-READ          PIC 9(09) COMP VALUE ZERO.
            03 WS-PAIRS-MERGED        PIC 9(09) COMP VALUE ZERO.
            03 WS-PAIRS-REJECTED      PIC 9(09) COMP VALUE ZERO.
            03 WS-INITDATE-TAKEN      PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-MOVED           PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-CONFLICTS       PIC 9(09) COMP VALUE ZERO.
            03 WS-PAY-FAILED          PIC 9(09) COMP VALUE ZERO.
            03 WS-HIST-FAILED         PIC 9(09) COMP VALUE ZERO.
            03 WS-VAC-MOVED           PIC 9(09) COMP VALUE ZERO.
            03 WS-VAC-FAILED          PIC 9(09) COMP VALUE ZERO.

      *     SCORES FOR EACH KIND OF SAME-NAME PAIR, STRONGEST
      *     FIRST.  THE REPORT PRINTS ONE TIER AFTER ANOTHER.
        01  WS-SCORE-VALUES.
            03 WS-SCORE-SAME-DATE     PIC 9(03) VALUE 90.
            03 WS-SCORE-CLOSE-DATE    PIC 9(03) VALUE 75.
            03 WS-SCORE-SAME-DEPT     PIC 9(03) VALUE 50.
            03 WS-SCORE-OTHER-DEPT    PIC 9(03) VALUE 40.
        01  WS-CLOSE-MONTHS           PIC 9(03) VALUE 3.
        01  WS-PRINT-SCORE            PIC 9(03).

      *     EMP-IDS ALREADY MERGED AWAY - THE LOSER SIDE OF EVERY
      *     "M" ENTRY ON THE JOURNAL AND ITS ARCHIVES.
        01  WS-MERGED-TABLE.
            03 WS-MERGED-LIMIT        PIC 9(05) COMP VALUE 2000.
            03 WS-MERGED-COUNT        PIC 9(05) COMP VALUE ZERO.
            03 WS-MERGED-ID OCCURS 2000 TIMES
                                      PIC X(04).
        01  WS-MERGED-SUB             PIC 9(05) COMP VALUE ZERO.
        01  WS-NOTE-ID                PIC X(04).

      *     THE MASTER, ONE ENTRY PER EMP-ID STILL IN PLAY.  THE
      *     NAME KEY IS UPPER-CASED FOR THE COMPARE; THE PRINTED
      *     NAMES ARE AS KEYED.  INIT MONTHS IS YEAR * 12 + MONTH
      *     (ZERO WHEN THE DATE IS NOT NUMERIC).
        01  WS-MASTER-TABLE.
            03 WS-MT-LIMIT            PIC 9(05) COMP VALUE 5000.
            03 WS-MT-COUNT            PIC 9(05) COMP VALUE ZERO.
            03 WS-MT-ENTRY OCCURS 5000 TIMES.
                05 WS-MT-ID           PIC X(04).
                05 WS-MT-NAME-KEY     PIC X(40).
                05 WS-MT-LNAME        PIC X(20).
                05 WS-MT-NAME         PIC X(20).
                05 WS-MT-INITDATE     PIC X(08).
                05 WS-MT-INIT-MONTHS  PIC 9(06) COMP.
                05 WS-MT-DEPT         PIC X(04).
                05 WS-MT-STATUS       PIC X(01).
        01  WS-SUB-1                  PIC 9(05) COMP VALUE ZERO.
        01  WS-SUB-2                  PIC 9(05) COMP VALUE ZERO.

        01  WS-SUSPECT-TABLE.
            03 WS-SP-LIMIT            PIC 9(05) COMP VALUE 1000.
            03 WS-SP-COUNT            PIC 9(05) COMP VALUE ZERO.
            03 WS-SP-ENTRY OCCURS 1000 TIMES.
                05 WS-SP-SUB-1        PIC 9(05) COMP.
                05 WS-SP-SUB-2        PIC 9(05) COMP.
                05 WS-SP-SCORE        PIC 9(03).
                05 WS-SP-REASON       PIC X(26).
        01  WS-SP-SUB                 PIC 9(05) COMP VALUE ZERO.
        01  WS-MT-SUB                 PIC 9(05) COMP VALUE ZERO.

        01  WS-NEW-SCORE              PIC 9(03).
        01  WS-NEW-REASON             PIC X(26).
        01  WS-MONTH-DIFF             PIC S9(07) COMP VALUE ZERO.

        01  WS-DATE-WORK              PIC X(08).
        01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
            03 WS-DATE-YYYY           PIC 9(04).
            03 WS-DATE-MM             PIC 9(02).
            03 WS-DATE-DD             PIC 9(02).

      *     BOTH SIDES OF THE PAIR BEING MERGED, IN THE MASTER
      *     LAYOUT.
        01  WS-SURVIVOR-REC.
            03 WS-SV-ID               PIC X(4).
            03 WS-SV-LNAME            PIC X(20).
            03 WS-SV-NAME             PIC X(20).
            03 WS-SV-INITDATE         PIC X(8).
            03 WS-SV-DEPT             PIC X(4).
            03 WS-SV-STATUS           PIC X(1).
            03 WS-SV-TERMDATE         PIC X(8).
            03 WS-SV-REHIREDATE       PIC X(8).
            03 WS-SV-LEAVEDATE        PIC X(8).
            03 WS-SV-LEAVERET         PIC X(8).

        01  WS-LOSER-REC.
            03 WS-LS-ID               PIC X(4).
            03 WS-LS-LNAME            PIC X(20).
            03 WS-LS-NAME             PIC X(20).
            03 WS-LS-INITDATE         PIC X(8).
            03 WS-LS-DEPT             PIC X(4).
            03 WS-LS-STATUS           PIC X(1).
            03 WS-LS-TERMDATE         PIC X(8).
            03 WS-LS-REHIREDATE       PIC X(8).
            03 WS-LS-LEAVEDATE        PIC X(8).
            03 WS-LS-LEAVERET         PIC X(8).

        01  WS-LOSER-PAY.
            03 WS-LP-GRADE            PIC X(02).
            03 WS-LP-SALARY           PIC 9(7)V99.
            03 WS-LP-CHGDATE          PIC X(08).

      *     THE LOSER'S VACATION LEDGER AS READ, AND THE JOURNAL
      *     LINE SF5VACN WRITES TO VACHIST.DAT.
        01  WS-LOSER-LEDGER.
            03 WS-LL-ID               PIC X(4).
            03 WS-LL-BALANCE          PIC 9(5)V99.
            03 WS-LL-CARRY-IN         PIC 9(5)V99.
            03 WS-LL-YTD-ACCRUED      PIC 9(5)V99.
            03 WS-LL-YTD-TAKEN        PIC 9(5)V99.
            03 WS-LL-YTD-ADJUSTED     PIC S9(5)V99.
            03 FILLER                 PIC X(61).

        01  WS-VAC-BAL-BEFORE         PIC 9(5)V99.
        01  WS-VAC-POST-HOURS         PIC S9(5)V99.

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

      *     SAME JOURNAL LAYOUT SF5UPDEL WRITES.  A MERGE ENTRY
      *     NAMES ITS PARTNER ID IN THE BYTES PAST THE MASTER
      *     IMAGE ("INTO" ON THE LOSER, "FROM" ON THE SURVIVOR).
        01  WS-HIST-REC.
            03 WS-HIST-DATE          PIC 9(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-TRAN          PIC X(01).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-ID            PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-BEFORE        PIC X(100).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-HIST-AFTER.
                05 WS-HIST-AFTER-IMAGE PIC X(89).
                05 WS-HIST-TAG-DIR    PIC X(04).
                05 FILLER             PIC X(01).
                05 WS-HIST-TAG-ID     PIC X(04).
                05 FILLER             PIC X(02).

        01  WS-PAYHIST-REC.
            03 WS-PH-DATE             PIC 9(08).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-PH-ID               PIC X(04).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-PH-GRADE-BEF        PIC X(02).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-PH-AMT-BEF          PIC 9(7).9(2).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-PH-GRADE-AFT        PIC X(02).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-PH-AMT-AFT          PIC 9(7).9(2).

        01  WS-DUPS-HEADING.
            03 FILLER                PIC X(36) VALUE
               "SF5MERGE PROBABLE DUPLICATE PERSONS".
            03 FILLER                PIC X(13) VALUE "   RUN DATE: ".
            03 WS-DH-DATE            PIC 9(08).
            03 FILLER                PIC X(43) VALUE SPACE.

        01  WS-DUPS-COLUMNS.
            03 FILLER                PIC X(07) VALUE "SCORE".
            03 FILLER                PIC X(06) VALUE "ID".
            03 FILLER                PIC X(22) VALUE "LAST NAME".
            03 FILLER                PIC X(21) VALUE "FIRST NAME".
            03 FILLER                PIC X(10) VALUE "INIT DATE".
            03 FILLER                PIC X(05) VALUE "DEPT".
            03 FILLER                PIC X(03) VALUE "S".
            03 FILLER                PIC X(26) VALUE "REASON".

        01  WS-SUSPECT-LINE.
            03 WS-SL-SCORE           PIC ZZ9.
            03 FILLER                PIC X(04) VALUE SPACE.
            03 WS-SL-ID              PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SL-LNAME           PIC X(20).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SL-NAME            PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SL-INITDATE        PIC X(08).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SL-DEPT            PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SL-STATUS          PIC X(01).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SL-REASON          PIC X(26).

        01  WS-MERGE-HEADING.
            03 FILLER                PIC X(36) VALUE
               "SF5MERGE EMP-ID MERGE RESULTS".
            03 FILLER                PIC X(13) VALUE "   RUN DATE: ".
            03 WS-MH-DATE            PIC 9(08).
            03 FILLER                PIC X(43) VALUE SPACE.

        01  WS-MERGE-COLUMNS.
            03 FILLER                PIC X(12) VALUE "SURV  LOSER".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(22) VALUE "FIRST NAME".
            03 FILLER                PIC X(45) VALUE "RESULT".

        01  WS-MERGE-DETAIL.
            03 WS-MD-SURVIVOR        PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-MD-LOSER           PIC X(04).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-MD-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-MD-NAME            PIC X(20).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-MD-NOTE            PIC X(45).

        01  WS-COUNT-LINE.
            03 WS-CNT-TEXT           PIC X(34).
            03 WS-CNT-VALUE          PIC Z(6)9.
            03 FILLER                PIC X(59) VALUE SPACE.

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            IF MERGE-MODE
               PERFORM 0100-MERGE-PAIR
                  THRU 0100-MERGE-PAIR-EXIT
                  UNTIL MERGEIN-EOF
            ELSE
               PERFORM 3000-NOTE-MERGED-IDS
                  THRU 3000-NOTE-MERGED-IDS-EXIT
               PERFORM 3100-LOAD-MASTER
                  THRU 3100-LOAD-MASTER-EXIT
               PERFORM 4000-FIND-SUSPECTS
                  THRU 4000-FIND-SUSPECTS-EXIT
               MOVE WS-SCORE-SAME-DATE TO WS-PRINT-SCORE
               PERFORM 5000-PRINT-TIER
                  THRU 5000-PRINT-TIER-EXIT
               MOVE WS-SCORE-CLOSE-DATE TO WS-PRINT-SCORE
               PERFORM 5000-PRINT-TIER
                  THRU 5000-PRINT-TIER-EXIT
               MOVE WS-SCORE-SAME-DEPT TO WS-PRINT-SCORE
               PERFORM 5000-PRINT-TIER
                  THRU 5000-PRINT-TIER-EXIT
               MOVE WS-SCORE-OTHER-DEPT TO WS-PRINT-SCORE
               PERFORM 5000-PRINT-TIER
                  THRU 5000-PRINT-TIER-EXIT
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - SETTLE THE MODE FROM THE RUN PARAMETER  *
      * AND OPEN WHAT THAT MODE NEEDS.  THE SCAN ONLY READS; THE  *
      * MERGE UPDATES THE MASTER AND THE PAY FILE AND EXTENDS     *
      * BOTH JOURNALS, THE WAY SF5UPDEL OPENS THEM.               *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            INSPECT WS-RUN-PARM
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            IF WS-PARM-MODE = "MERGE"
               SET MERGE-MODE TO TRUE
            END-IF.

            IF MERGE-MODE
               PERFORM 1200-OPEN-MERGE-FILES
                  THRU 1200-OPEN-MERGE-FILES-EXIT
            ELSE
               PERFORM 1100-OPEN-SCAN-FILES
                  THRU 1100-OPEN-SCAN-FILES-EXIT
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.

        1100-OPEN-SCAN-FILES.
            OPEN INPUT EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     NO JOURNAL YET MEANS NOTHING HAS BEEN MERGED YET.
            OPEN INPUT EMPHIST.
            IF ST-HISTORY = "00"
               SET HISTORY-IS-OPEN TO TRUE
            ELSE
               IF ST-HISTORY NOT = "35"
                  DISPLAY "SF5MERGE: BAD OPEN ON EMPHIST.DAT, STATUS "
                     ST-HISTORY
                  CLOSE EMPMSTR
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            OPEN OUTPUT DUPSRPT.
            IF ST-DUPSRPT NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON DUPSRPT.DAT, STATUS "
                  ST-DUPSRPT
               CLOSE EMPMSTR
               IF HISTORY-IS-OPEN
                  CLOSE EMPHIST
               END-IF
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-RUN-DATE TO WS-DH-DATE.
            WRITE DUPS-LINE FROM WS-DUPS-HEADING.
            MOVE SPACE TO DUPS-LINE.
            WRITE DUPS-LINE.
            WRITE DUPS-LINE FROM WS-DUPS-COLUMNS.
            MOVE SPACE TO DUPS-LINE.
            WRITE DUPS-LINE.

        1100-OPEN-SCAN-FILES-EXIT.
            EXIT.

        1200-OPEN-MERGE-FILES.
            OPEN INPUT MERGEIN.
            IF ST-MERGEIN NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON MERGEIN.DAT, STATUS "
                  ST-MERGEIN ", NOTHING MERGED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O EMPMSTR.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON EMPMSTR.DAT, STATUS "
                  ST-MASTER
               CLOSE MERGEIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN I-O EMPPAY.
            IF ST-EMPPAY = "35"
               OPEN OUTPUT EMPPAY
               CLOSE EMPPAY
               OPEN I-O EMPPAY
            END-IF.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY
               CLOSE MERGEIN
               CLOSE EMPMSTR
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     THE IDS ALREADY MERGED AWAY ARE COLLECTED BEFORE THE
      *     JOURNAL IS OPENED FOR EXTEND, SO A PAIR SENT TWICE IS
      *     REFUSED RATHER THAN FOLDED A SECOND TIME.  A JOURNAL
      *     THAT WILL NOT OPEN HERE IS CAUGHT BY THE EXTEND BELOW.
            OPEN INPUT EMPHIST.
            IF ST-HISTORY = "00"
               SET HISTORY-IS-OPEN TO TRUE
            END-IF.
            PERFORM 3000-NOTE-MERGED-IDS
               THRU 3000-NOTE-MERGED-IDS-EXIT.
            IF HISTORY-IS-OPEN
               CLOSE EMPHIST
               MOVE "N" TO WS-HISTORY-OPEN-SW
            END-IF.

      *     BOTH JOURNALS ARE CUMULATIVE ACROSS RUNS - ALWAYS
      *     EXTENDED, NEVER TRUNCATED.
            OPEN EXTEND EMPHIST.
            IF ST-HISTORY = "35"
               OPEN OUTPUT EMPHIST
            END-IF.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON EMPHIST.DAT, STATUS "
                  ST-HISTORY
               CLOSE MERGEIN
               CLOSE EMPMSTR
               CLOSE EMPPAY
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            SET HISTORY-IS-OPEN TO TRUE.

            OPEN EXTEND PAYHIST.
            IF ST-PAYHIST = "35"
               OPEN OUTPUT PAYHIST
            END-IF.
            IF ST-PAYHIST NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON PAYHIST.DAT, STATUS "
                  ST-PAYHIST
               CLOSE MERGEIN
               CLOSE EMPMSTR
               CLOSE EMPPAY
               CLOSE EMPHIST
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      *     NO VACATION LEDGER YET MEANS THERE ARE NO BALANCES TO
      *     CARRY ACROSS.  ONE THAT IS THERE BUT WILL NOT OPEN
      *     STOPS THE RUN - MERGING WITHOUT IT WOULD LEAVE THE
      *     LOSER'S HOURS TO BE PAID OUT.
            OPEN I-O VACLEDG.
            IF ST-VACLEDG = "00"
               SET VACLEDG-IS-OPEN TO TRUE
               OPEN EXTEND VACHIST
               IF ST-VACHIST = "35"
                  OPEN OUTPUT VACHIST
               END-IF
            ELSE
               IF ST-VACLEDG NOT = "35"
                  DISPLAY "SF5MERGE: BAD OPEN ON VACLEDG.DAT, STATUS "
                     ST-VACLEDG
                  CLOSE MERGEIN
                  CLOSE EMPMSTR
                  CLOSE EMPPAY
                  CLOSE EMPHIST
                  CLOSE PAYHIST
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
            IF VACLEDG-IS-OPEN AND ST-VACHIST NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON VACHIST.DAT, STATUS "
                  ST-VACHIST
               CLOSE MERGEIN
               CLOSE EMPMSTR
               CLOSE EMPPAY
               CLOSE EMPHIST
               CLOSE PAYHIST
               CLOSE VACLEDG
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT MERGERPT.
            IF ST-MERGERPT NOT = "00"
               DISPLAY "SF5MERGE: BAD OPEN ON MERGERPT.DAT, STATUS "
                  ST-MERGERPT
               CLOSE MERGEIN
               CLOSE EMPMSTR
               CLOSE EMPPAY
               CLOSE EMPHIST
               CLOSE PAYHIST
               IF VACLEDG-IS-OPEN
                  CLOSE VACLEDG
                  CLOSE VACHIST
               END-IF
               MOVE 12 TO RETURN-CODE
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
               DISPLAY "SF5MERGE: EMPHIDX.DAT NOT OPENED, STATUS "
                  ST-HISTIDX ", RUN SF5HIDX TO REBUILD IT"
               IF ST-HISTIDX NOT = "35"
                  PERFORM 2680-DROP-HISTORY-INDEX
                     THRU 2680-DROP-HISTORY-INDEX-EXIT
               END-IF
            END-IF.

            MOVE WS-RUN-DATE TO WS-MH-DATE.
            WRITE MERGE-LINE FROM WS-MERGE-HEADING.
            MOVE SPACE TO MERGE-LINE.
            WRITE MERGE-LINE.
            WRITE MERGE-LINE FROM WS-MERGE-COLUMNS.
            MOVE SPACE TO MERGE-LINE.
            WRITE MERGE-LINE.

            PERFORM 2900-READ-MERGE-PAIR
               THRU 2900-READ-MERGE-PAIR-EXIT.

        1200-OPEN-MERGE-FILES-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-MERGE-PAIR - FOLD ONE CONFIRMED LOSER INTO ITS       *
      * SURVIVOR.  BOTH MASTERS MUST EXIST AND DIFFER, AND A      *
      * TERMINATED SURVIVOR MAY ONLY ABSORB A TERMINATED LOSER -  *
      * OTHERWISE THE MERGE WOULD LEAVE THE PERSON WITH NO LIVE   *
      * RECORD.  THE SURVIVOR IS UPDATED FIRST, THEN THE LOSER    *
      * IS TERMINATED, THEN THE PAY RECORD AND THE VACATION       *
      * BALANCE FOLLOW.                                           *
      *----------------------------------------------------------*
        0100-MERGE-PAIR.
            MOVE SPACE TO WS-SURVIVOR-REC.
            MOVE SPACE TO WS-LOSER-REC.

            IF MG-SURVIVOR = SPACE OR MG-LOSER = SPACE
               MOVE "NOT MERGED - SURVIVOR OR LOSER ID MISSING"
                  TO WS-MD-NOTE
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 0100-MERGE-PAIR-NEXT
            END-IF.
            IF MG-SURVIVOR = MG-LOSER
               MOVE "NOT MERGED - SURVIVOR AND LOSER ARE THE SAME"
                  TO WS-MD-NOTE
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 0100-MERGE-PAIR-NEXT
            END-IF.

            PERFORM 2100-READ-PAIR-MASTERS
               THRU 2100-READ-PAIR-MASTERS-EXIT.
            IF NOT PAIR-OK
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 0100-MERGE-PAIR-NEXT
            END-IF.

            PERFORM 2200-UPDATE-SURVIVOR
               THRU 2200-UPDATE-SURVIVOR-EXIT.
            IF NOT PAIR-OK
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 0100-MERGE-PAIR-NEXT
            END-IF.

            PERFORM 2300-RETIRE-LOSER
               THRU 2300-RETIRE-LOSER-EXIT.
            IF NOT PAIR-OK
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
               GO TO 0100-MERGE-PAIR-NEXT
            END-IF.

            ADD 1 TO WS-PAIRS-MERGED.
            MOVE WS-LS-ID TO WS-NOTE-ID.
            PERFORM 3050-NOTE-ONE-MERGED-ID
               THRU 3050-NOTE-ONE-MERGED-ID-EXIT.
            PERFORM 2810-WRITE-MERGE-DETAIL
               THRU 2810-WRITE-MERGE-DETAIL-EXIT.

            PERFORM 2400-MOVE-PAY
               THRU 2400-MOVE-PAY-EXIT.

            PERFORM 2500-MOVE-VACATION
               THRU 2500-MOVE-VACATION-EXIT.

            MOVE SPACE TO MERGE-LINE.
            WRITE MERGE-LINE.

        0100-MERGE-PAIR-NEXT.
            PERFORM 2900-READ-MERGE-PAIR
               THRU 2900-READ-MERGE-PAIR-EXIT.

        0100-MERGE-PAIR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-READ-PAIR-MASTERS - FETCH BOTH MASTERS INTO WORKING  *
      * STORAGE AND APPLY THE PAIR-LEVEL CHECKS.  WS-MD-NOTE      *
      * CARRIES THE REASON WHEN THE PAIR IS REFUSED.  A LOSER     *
      * ALREADY TERMINATED AND ON THE MERGED-AWAY LIST HAS BEEN   *
      * FOLDED ONCE - DOING IT AGAIN WOULD REWRITE THE SURVIVOR   *
      * AND JOURNAL THE PAIR A SECOND TIME.                       *
      *----------------------------------------------------------*
        2100-READ-PAIR-MASTERS.
            MOVE "N" TO WS-PAIR-OK-SW.

            MOVE MG-LOSER TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  MOVE "NOT MERGED - LOSER NOT ON MASTER"
                     TO WS-MD-NOTE
                  GO TO 2100-READ-PAIR-MASTERS-EXIT
            END-READ.
            IF ST-MASTER NOT = "00"
               MOVE "NOT MERGED - BAD READ ON LOSER MASTER"
                  TO WS-MD-NOTE
               GO TO 2100-READ-PAIR-MASTERS-EXIT
            END-IF.
            MOVE MASTER-EMPLOYEES TO WS-LOSER-REC.
            IF WS-LS-STATUS = "T"
               PERFORM 3150-FIND-MERGED-ID
                  THRU 3150-FIND-MERGED-ID-EXIT
               IF MERGED-ID-FOUND
                  MOVE "NOT MERGED - ALREADY MERGED" TO WS-MD-NOTE
                  GO TO 2100-READ-PAIR-MASTERS-EXIT
               END-IF
            END-IF.

            MOVE MG-SURVIVOR TO MST-ID.
            READ EMPMSTR
               INVALID KEY
                  MOVE "NOT MERGED - SURVIVOR NOT ON MASTER"
                     TO WS-MD-NOTE
                  GO TO 2100-READ-PAIR-MASTERS-EXIT
            END-READ.
            IF ST-MASTER NOT = "00"
               MOVE "NOT MERGED - BAD READ ON SURVIVOR MASTER"
                  TO WS-MD-NOTE
               GO TO 2100-READ-PAIR-MASTERS-EXIT
            END-IF.
            MOVE MASTER-EMPLOYEES TO WS-SURVIVOR-REC.

            IF WS-SV-STATUS = "T" AND WS-LS-STATUS NOT = "T"
               MOVE "NOT MERGED - SURVIVOR TERMINATED, LOSER IS NOT"
                  TO WS-MD-NOTE
               GO TO 2100-READ-PAIR-MASTERS-EXIT
            END-IF.

            SET PAIR-OK TO TRUE.

        2100-READ-PAIR-MASTERS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-UPDATE-SURVIVOR - THE SURVIVOR KEEPS THE EARLIER OF  *
      * THE TWO INIT DATES, SO SERVICE IS NOT LOST WITH THE       *
      * LOSING ID.  THE SURVIVOR IS JOURNALED EVEN WHEN NOTHING   *
      * CHANGED, SO ITS HISTORY SHOWS WHAT WAS FOLDED INTO IT.    *
      *----------------------------------------------------------*
        2200-UPDATE-SURVIVOR.
            MOVE "N" TO WS-PAIR-OK-SW.
            MOVE "N" TO WS-INIT-TAKEN-SW.
            MOVE WS-SURVIVOR-REC TO WS-HIST-BEFORE.

            IF WS-LS-INITDATE NOT = SPACE
               AND WS-LS-INITDATE < WS-SV-INITDATE
               MOVE WS-LS-INITDATE TO WS-SV-INITDATE
               SET INIT-DATE-TAKEN TO TRUE
            END-IF.

            MOVE WS-SURVIVOR-REC TO MASTER-EMPLOYEES.
            REWRITE MASTER-EMPLOYEES.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5MERGE: BAD REWRITE ON EMPMSTR.DAT, "
                  "STATUS " ST-MASTER ", EMP-ID " MST-ID
               MOVE "NOT MERGED - SURVIVOR REWRITE FAILED"
                  TO WS-MD-NOTE
               GO TO 2200-UPDATE-SURVIVOR-EXIT
            END-IF.

            MOVE MASTER-EMPLOYEES TO WS-HIST-AFTER.
            IF INIT-DATE-TAKEN
               ADD 1 TO WS-INITDATE-TAKEN
            END-IF.
            MOVE "FROM" TO WS-HIST-TAG-DIR.
            MOVE WS-LS-ID TO WS-HIST-TAG-ID.
            PERFORM 2650-WRITE-HISTORY
               THRU 2650-WRITE-HISTORY-EXIT.
            SET PAIR-OK TO TRUE.

        2200-UPDATE-SURVIVOR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2300-RETIRE-LOSER - TERMINATE THE LOSING ID AS OF THE     *
      * RUN DATE.  ONE ALREADY TERMINATED KEEPS ITS OWN TERM      *
      * DATE.  THE SURVIVOR IS ALREADY REWRITTEN BY NOW, SO A     *
      * FAILURE HERE IS CALLED OUT FOR A HAND FIX.                *
      *----------------------------------------------------------*
        2300-RETIRE-LOSER.
            MOVE "N" TO WS-PAIR-OK-SW.
            MOVE WS-LOSER-REC TO WS-HIST-BEFORE.

            IF WS-LS-STATUS NOT = "T"
               MOVE "T" TO WS-LS-STATUS
               MOVE WS-RUN-DATE TO WS-LS-TERMDATE
            END-IF.

            MOVE WS-LOSER-REC TO MASTER-EMPLOYEES.
            REWRITE MASTER-EMPLOYEES.
            IF ST-MASTER NOT = "00"
               DISPLAY "SF5MERGE: BAD REWRITE ON EMPMSTR.DAT, "
                  "STATUS " ST-MASTER ", EMP-ID " MST-ID
               MOVE "LOSER REWRITE FAILED - SURVIVOR ALREADY DONE"
                  TO WS-MD-NOTE
               GO TO 2300-RETIRE-LOSER-EXIT
            END-IF.

            MOVE MASTER-EMPLOYEES TO WS-HIST-AFTER.
            MOVE "INTO" TO WS-HIST-TAG-DIR.
            MOVE WS-SV-ID TO WS-HIST-TAG-ID.
            PERFORM 2650-WRITE-HISTORY
               THRU 2650-WRITE-HISTORY-EXIT.
            SET PAIR-OK TO TRUE.

        2300-RETIRE-LOSER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2400-MOVE-PAY - CARRY THE LOSER'S PAY RECORD ACROSS TO    *
      * THE SURVIVOR.  WHEN BOTH IDS ALREADY HAVE PAY NEITHER IS  *
      * TOUCHED - WHICH FIGURE IS RIGHT IS HR'S CALL, SO THE PAIR *
      * IS FLAGGED.  BOTH SIDES OF A MOVE GO ON PAYHIST.DAT.      *
      *----------------------------------------------------------*
        2400-MOVE-PAY.
            MOVE SPACE TO WS-MERGE-DETAIL.

            MOVE WS-LS-ID TO PAY-ID.
            READ EMPPAY
               INVALID KEY
                  MOVE "PAY: NONE ON THE LOSER" TO WS-MD-NOTE
                  GO TO 2400-MOVE-PAY-WRITE
            END-READ.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY ", EMP-ID " WS-LS-ID
               ADD 1 TO WS-PAY-FAILED
               MOVE "PAY: NOT MOVED - BAD READ ON LOSER PAY"
                  TO WS-MD-NOTE
               GO TO 2400-MOVE-PAY-WRITE
            END-IF.
            MOVE PAY-GRADE TO WS-LP-GRADE.
            MOVE PAY-SALARY TO WS-LP-SALARY.
            MOVE PAY-CHGDATE TO WS-LP-CHGDATE.

            MOVE WS-SV-ID TO PAY-ID.
            READ EMPPAY
               INVALID KEY
                  CONTINUE
            END-READ.
            IF ST-EMPPAY = "00"
               ADD 1 TO WS-PAY-CONFLICTS
               MOVE "PAY: BOTH IDS HAVE PAY - LEFT FOR HR TO SETTLE"
                  TO WS-MD-NOTE
               GO TO 2400-MOVE-PAY-WRITE
            END-IF.
            IF ST-EMPPAY NOT = "23"
               DISPLAY "SF5MERGE: BAD READ ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY ", EMP-ID " WS-SV-ID
               ADD 1 TO WS-PAY-FAILED
               MOVE "PAY: NOT MOVED - BAD READ ON SURVIVOR PAY"
                  TO WS-MD-NOTE
               GO TO 2400-MOVE-PAY-WRITE
            END-IF.

            MOVE WS-SV-ID TO PAY-ID.
            MOVE WS-LP-GRADE TO PAY-GRADE.
            MOVE WS-LP-SALARY TO PAY-SALARY.
            MOVE WS-LP-CHGDATE TO PAY-CHGDATE.
            WRITE PAY-RECORD.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5MERGE: BAD WRITE ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY ", EMP-ID " WS-SV-ID
               ADD 1 TO WS-PAY-FAILED
               MOVE "PAY: NOT MOVED - WRITE FOR SURVIVOR FAILED"
                  TO WS-MD-NOTE
               GO TO 2400-MOVE-PAY-WRITE
            END-IF.
            MOVE WS-SV-ID TO WS-PH-ID.
            MOVE SPACE TO WS-PH-GRADE-BEF.
            MOVE ZERO TO WS-PH-AMT-BEF.
            MOVE WS-LP-GRADE TO WS-PH-GRADE-AFT.
            MOVE WS-LP-SALARY TO WS-PH-AMT-AFT.
            PERFORM 2450-WRITE-PAYHIST
               THRU 2450-WRITE-PAYHIST-EXIT.

            MOVE WS-LS-ID TO PAY-ID.
            DELETE EMPPAY RECORD.
            IF ST-EMPPAY NOT = "00"
               DISPLAY "SF5MERGE: BAD DELETE ON EMPPAY.DAT, STATUS "
                  ST-EMPPAY ", EMP-ID " WS-LS-ID
               ADD 1 TO WS-PAY-FAILED
               MOVE "PAY: COPIED, BUT LOSER PAY NOT DELETED"
                  TO WS-MD-NOTE
               GO TO 2400-MOVE-PAY-WRITE
            END-IF.
            MOVE WS-LS-ID TO WS-PH-ID.
            MOVE WS-LP-GRADE TO WS-PH-GRADE-BEF.
            MOVE WS-LP-SALARY TO WS-PH-AMT-BEF.
            MOVE SPACE TO WS-PH-GRADE-AFT.
            MOVE ZERO TO WS-PH-AMT-AFT.
            PERFORM 2450-WRITE-PAYHIST
               THRU 2450-WRITE-PAYHIST-EXIT.

            ADD 1 TO WS-PAY-MOVED.
            MOVE "PAY: MOVED TO THE SURVIVOR" TO WS-MD-NOTE.

        2400-MOVE-PAY-WRITE.
            WRITE MERGE-LINE FROM WS-MERGE-DETAIL.

        2400-MOVE-PAY-EXIT.
            EXIT.

        2450-WRITE-PAYHIST.
            MOVE WS-RUN-DATE TO WS-PH-DATE.
            WRITE PAYHIST-LINE FROM WS-PAYHIST-REC.
            IF ST-PAYHIST NOT = "00"
               DISPLAY "SF5MERGE: BAD WRITE ON PAYHIST.DAT, STATUS "
                  ST-PAYHIST ", EMP-ID " WS-PH-ID
               ADD 1 TO WS-PAY-FAILED
            END-IF.

        2450-WRITE-PAYHIST-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-MOVE-VACATION - CARRY THE LOSER'S VACATION BALANCE   *
      * ACROSS TO THE SURVIVOR.  A SURVIVOR WITH NO LEDGER TAKES  *
      * THE LOSER'S AS IT STANDS; ONE WITH A LEDGER HAS THE       *
      * LOSER'S BALANCE AND YEAR FIGURES ADDED IN.  THE LOSER'S   *
      * LEDGER IS THEN LEFT AT ZERO, SO SF5VACN CLOSES IT WITH    *
      * NOTHING TO PAY.  A LOSER ALREADY PAID OUT HAS NOTHING TO  *
      * MOVE, AND A SURVIVOR ALREADY PAID OUT HAS LEFT - THEN THE *
      * LOSER'S BALANCE STAYS FOR SF5VACN TO PAY OUT.  BOTH SIDES *
      * OF A MOVE GO ON VACHIST.DAT AS "MG".                      *
      *----------------------------------------------------------*
        2500-MOVE-VACATION.
            IF NOT VACLEDG-IS-OPEN
               GO TO 2500-MOVE-VACATION-EXIT
            END-IF.
            MOVE SPACE TO WS-MERGE-DETAIL.

            MOVE WS-LS-ID TO VL-ID.
            READ VACLEDG
               INVALID KEY
                  MOVE "VACATION: NONE ON THE LOSER" TO WS-MD-NOTE
                  GO TO 2500-MOVE-VACATION-WRITE
            END-READ.
            IF ST-VACLEDG NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG ", EMP-ID " WS-LS-ID
               ADD 1 TO WS-VAC-FAILED
               MOVE "VACATION: BAD READ ON LOSER LEDGER"
                  TO WS-MD-NOTE
               GO TO 2500-MOVE-VACATION-WRITE
            END-IF.
            IF VL-PAYOUT-DATE NOT = SPACE
               MOVE "VACATION: LOSER ALREADY PAID OUT" TO WS-MD-NOTE
               GO TO 2500-MOVE-VACATION-WRITE
            END-IF.
            MOVE LEDGER-REC TO WS-LOSER-LEDGER.

            MOVE WS-SV-ID TO VL-ID.
            READ VACLEDG
               INVALID KEY
                  CONTINUE
            END-READ.
            IF ST-VACLEDG = "23"
               MOVE WS-LOSER-LEDGER TO LEDGER-REC
               MOVE WS-SV-ID TO VL-ID
               MOVE SPACE TO VL-POST-BATCH
               MOVE ZERO TO VL-POST-SEQ
               MOVE ZERO TO WS-VAC-BAL-BEFORE
               WRITE LEDGER-REC
            ELSE
               IF ST-VACLEDG NOT = "00"
                  DISPLAY "SF5MERGE: BAD READ ON VACLEDG.DAT, STATUS "
                     ST-VACLEDG ", EMP-ID " WS-SV-ID
                  ADD 1 TO WS-VAC-FAILED
                  MOVE "VACATION: BAD READ ON SURVIVOR LEDGER"
                     TO WS-MD-NOTE
                  GO TO 2500-MOVE-VACATION-WRITE
               END-IF
               IF VL-PAYOUT-DATE NOT = SPACE
                  MOVE "VACATION: SURVIVOR CLOSED - LOSER PAYS OUT"
                     TO WS-MD-NOTE
                  GO TO 2500-MOVE-VACATION-WRITE
               END-IF
               MOVE VL-BALANCE TO WS-VAC-BAL-BEFORE
               ADD WS-LL-BALANCE TO VL-BALANCE
               ADD WS-LL-CARRY-IN TO VL-CARRY-IN
               ADD WS-LL-YTD-ACCRUED TO VL-YTD-ACCRUED
               ADD WS-LL-YTD-TAKEN TO VL-YTD-TAKEN
               ADD WS-LL-YTD-ADJUSTED TO VL-YTD-ADJUSTED
               REWRITE LEDGER-REC
            END-IF.
            IF ST-VACLEDG NOT = "00"
               DISPLAY "SF5MERGE: BAD WRITE ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG ", EMP-ID " WS-SV-ID
               ADD 1 TO WS-VAC-FAILED
               MOVE "VACATION: NOT MOVED - SURVIVOR WRITE FAILED"
                  TO WS-MD-NOTE
               GO TO 2500-MOVE-VACATION-WRITE
            END-IF.
            MOVE WS-LL-BALANCE TO WS-VAC-POST-HOURS.
            PERFORM 2550-WRITE-VACHIST
               THRU 2550-WRITE-VACHIST-EXIT.

            MOVE WS-LOSER-LEDGER TO LEDGER-REC.
            MOVE ZERO TO VL-BALANCE.
            MOVE ZERO TO VL-CARRY-IN.
            MOVE ZERO TO VL-YTD-ACCRUED.
            MOVE ZERO TO VL-YTD-TAKEN.
            MOVE ZERO TO VL-YTD-ADJUSTED.
            REWRITE LEDGER-REC.
            IF ST-VACLEDG NOT = "00"
               DISPLAY "SF5MERGE: BAD REWRITE ON VACLEDG.DAT, STATUS "
                  ST-VACLEDG ", EMP-ID " WS-LS-ID
               ADD 1 TO WS-VAC-FAILED
               MOVE "VACATION: COPIED, BUT LOSER NOT ZEROED"
                  TO WS-MD-NOTE
               GO TO 2500-MOVE-VACATION-WRITE
            END-IF.
            MOVE WS-LL-BALANCE TO WS-VAC-BAL-BEFORE.
            COMPUTE WS-VAC-POST-HOURS = ZERO - WS-LL-BALANCE.
            PERFORM 2550-WRITE-VACHIST
               THRU 2550-WRITE-VACHIST-EXIT.

            ADD 1 TO WS-VAC-MOVED.
            MOVE "VACATION: MOVED TO THE SURVIVOR" TO WS-MD-NOTE.

        2500-MOVE-VACATION-WRITE.
            WRITE MERGE-LINE FROM WS-MERGE-DETAIL.

        2500-MOVE-VACATION-EXIT.
            EXIT.

      *     ONE VACHIST.DAT LINE FOR THE LEDGER NOW IN LEDGER-REC,
      *     DATED AND BELONGING TO THE RUN DATE, AS SF5VACN WRITES
      *     ITS PAYOUTS.
        2550-WRITE-VACHIST.
            MOVE WS-RUN-DATE TO WS-VH-DATE.
            MOVE VL-ID TO WS-VH-ID.
            MOVE "MG" TO WS-VH-TYPE.
            MOVE WS-RUN-DATE TO WS-VH-WHEN.
            MOVE WS-VAC-POST-HOURS TO WS-VH-HOURS.
            MOVE WS-VAC-BAL-BEFORE TO WS-VH-BAL-BEF.
            MOVE VL-BALANCE TO WS-VH-BAL-AFT.
            WRITE VACHIST-LINE FROM WS-VACHIST-REC.
            IF ST-VACHIST NOT = "00"
               DISPLAY "SF5MERGE: BAD WRITE ON VACHIST.DAT, STATUS "
                  ST-VACHIST ", EMP-ID " VL-ID
               ADD 1 TO WS-VAC-FAILED
            END-IF.

        2550-WRITE-VACHIST-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2650-WRITE-HISTORY - JOURNAL ONE SIDE OF A MERGE THE WAY  *
      * SF5UPDEL JOURNALS ITS CHANGES, UNDER THE "M" (MERGE)      *
      * TRAN CODE, WITH THE PARTNER ID PAST THE MASTER IMAGE.     *
      *----------------------------------------------------------*
        2650-WRITE-HISTORY.
            MOVE WS-RUN-DATE TO WS-HIST-DATE.
            MOVE "M" TO WS-HIST-TRAN.
            MOVE MST-ID TO WS-HIST-ID.
            WRITE HISTORY-LINE FROM WS-HIST-REC.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5MERGE: BAD WRITE ON EMPHIST.DAT, STATUS "
                  ST-HISTORY ", EMP-ID " MST-ID
               ADD 1 TO WS-HIST-FAILED
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
               DISPLAY "SF5MERGE: BAD WRITE ON EMPHIDX.DAT, STATUS "
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
               DISPLAY "SF5MERGE: EMPHIDX.DAT REMOVED AS OUT OF STEP, "
                  "RUN SF5HIDX TO REBUILD IT"
            ELSE
               DISPLAY "SF5MERGE: EMPHIDX.DAT OUT OF STEP, REMOVE IT "
                  "BY HAND AND RUN SF5HIDX"
            END-IF.
            MOVE WS-SAVED-RC TO RETURN-CODE.

        2680-DROP-HISTORY-INDEX-EXIT.
            EXIT.

        2800-WRITE-REJECT-LINE.
            ADD 1 TO WS-PAIRS-REJECTED.
            MOVE MG-SURVIVOR TO WS-MD-SURVIVOR.
            MOVE MG-LOSER TO WS-MD-LOSER.
            MOVE WS-LS-LNAME TO WS-MD-LNAME.
            MOVE WS-LS-NAME TO WS-MD-NAME.
            WRITE MERGE-LINE FROM WS-MERGE-DETAIL.
            MOVE SPACE TO MERGE-LINE.
            WRITE MERGE-LINE.

        2800-WRITE-REJECT-LINE-EXIT.
            EXIT.

        2810-WRITE-MERGE-DETAIL.
            MOVE WS-SV-ID TO WS-MD-SURVIVOR.
            MOVE WS-LS-ID TO WS-MD-LOSER.
            MOVE WS-SV-LNAME TO WS-MD-LNAME.
            MOVE WS-SV-NAME TO WS-MD-NAME.
            IF INIT-DATE-TAKEN
               MOVE "MERGED - INIT DATE TAKEN FROM THE LOSER"
                  TO WS-MD-NOTE
            ELSE
               MOVE "MERGED - SURVIVOR INIT DATE KEPT"
                  TO WS-MD-NOTE
            END-IF.
            WRITE MERGE-LINE FROM WS-MERGE-DETAIL.

        2810-WRITE-MERGE-DETAIL-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-MERGE-PAIR - READ THE NEXT CONFIRMED PAIR AND   *
      * CHECK ITS FILE STATUS.                                    *
      *----------------------------------------------------------*
        2900-READ-MERGE-PAIR.
            READ MERGEIN
               AT END
                  SET MERGEIN-EOF TO TRUE
                  GO TO 2900-READ-MERGE-PAIR-EXIT
            END-READ.
            IF ST-MERGEIN NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON MERGEIN.DAT, STATUS "
                  ST-MERGEIN ", MERGE STOPPED"
               ADD 1 TO WS-PAIRS-REJECTED
               SET MERGEIN-EOF TO TRUE
               GO TO 2900-READ-MERGE-PAIR-EXIT
            END-IF.
            ADD 1 TO WS-PAIRS-READ.

        2900-READ-MERGE-PAIR-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-NOTE-MERGED-IDS - COLLECT EVERY EMP-ID ALREADY       *
      * MERGED AWAY, FROM THE CATALOGED HSTARCH ARCHIVES AND THE  *
      * LIVE JOURNAL, SO THE SCAN DOES NOT KEEP OFFERING A PAIR   *
      * HR HAS ALREADY SETTLED AND THE MERGE DOES NOT FOLD ONE     *
      * TWICE.                                                    *
      *----------------------------------------------------------*
        3000-NOTE-MERGED-IDS.
            MOVE "N" TO WS-CATALOG-EOF-SW.
            OPEN INPUT HARCCTL.
            IF ST-HARCCTL = "00"
               PERFORM 3010-NOTE-ONE-ARCHIVE
                  THRU 3010-NOTE-ONE-ARCHIVE-EXIT
                  UNTIL CATALOG-EOF
               CLOSE HARCCTL
            END-IF.

            IF NOT HISTORY-IS-OPEN
               GO TO 3000-NOTE-MERGED-IDS-EXIT
            END-IF.
            PERFORM 3030-NOTE-ONE-JOURNAL-REC
               THRU 3030-NOTE-ONE-JOURNAL-REC-EXIT
               UNTIL JOURNAL-EOF.

        3000-NOTE-MERGED-IDS-EXIT.
            EXIT.

        3010-NOTE-ONE-ARCHIVE.
            READ HARCCTL
               AT END
                  SET CATALOG-EOF TO TRUE
                  GO TO 3010-NOTE-ONE-ARCHIVE-EXIT
            END-READ.
            IF ST-HARCCTL NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON HARCCTL.DAT, STATUS "
                  ST-HARCCTL ", REMAINING ARCHIVES SKIPPED"
               SET CATALOG-EOF TO TRUE
               GO TO 3010-NOTE-ONE-ARCHIVE-EXIT
            END-IF.

            MOVE SPACE TO WS-ARCH-FILE-NAME.
            STRING "HSTARCH." DELIMITED BY SIZE
               AC-DATE DELIMITED BY SIZE
               INTO WS-ARCH-FILE-NAME
            END-STRING.

            MOVE "N" TO WS-ARCH-EOF-SW.
            OPEN INPUT ARCHIN.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5MERGE: CATALOGED ARCHIVE "
                  WS-ARCH-FILE-NAME " NOT READABLE, STATUS "
                  ST-ARCHIN ", SKIPPED"
               GO TO 3010-NOTE-ONE-ARCHIVE-EXIT
            END-IF.
            PERFORM 3020-NOTE-ONE-ARCH-REC
               THRU 3020-NOTE-ONE-ARCH-REC-EXIT
               UNTIL ARCH-EOF.
            CLOSE ARCHIN.

        3010-NOTE-ONE-ARCHIVE-EXIT.
            EXIT.

        3020-NOTE-ONE-ARCH-REC.
            READ ARCHIN
               AT END
                  SET ARCH-EOF TO TRUE
                  GO TO 3020-NOTE-ONE-ARCH-REC-EXIT
            END-READ.
            IF ST-ARCHIN NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON " WS-ARCH-FILE-NAME
                  ", STATUS " ST-ARCHIN ", REST OF ARCHIVE SKIPPED"
               SET ARCH-EOF TO TRUE
               GO TO 3020-NOTE-ONE-ARCH-REC-EXIT
            END-IF.
            ADD 1 TO WS-JRNL-READ.
            IF AR-TRAN = "M" AND AR-AFTER-TAG-DIR = "INTO"
               MOVE AR-ID TO WS-NOTE-ID
               PERFORM 3050-NOTE-ONE-MERGED-ID
                  THRU 3050-NOTE-ONE-MERGED-ID-EXIT
            END-IF.

        3020-NOTE-ONE-ARCH-REC-EXIT.
            EXIT.

        3030-NOTE-ONE-JOURNAL-REC.
            READ EMPHIST
               AT END
                  SET JOURNAL-EOF TO TRUE
                  GO TO 3030-NOTE-ONE-JOURNAL-REC-EXIT
            END-READ.
            IF ST-HISTORY NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON EMPHIST.DAT, STATUS "
                  ST-HISTORY ", REST OF JOURNAL SKIPPED"
               SET JOURNAL-EOF TO TRUE
               GO TO 3030-NOTE-ONE-JOURNAL-REC-EXIT
            END-IF.
            ADD 1 TO WS-JRNL-READ.
            IF HS-TRAN = "M" AND HS-AFTER-TAG-DIR = "INTO"
               MOVE HS-ID TO WS-NOTE-ID
               PERFORM 3050-NOTE-ONE-MERGED-ID
                  THRU 3050-NOTE-ONE-MERGED-ID-EXIT
            END-IF.

        3030-NOTE-ONE-JOURNAL-REC-EXIT.
            EXIT.

      *     A FULL TABLE ONLY MEANS SOME SETTLED PAIRS MAY BE
      *     OFFERED AGAIN - THE SCAN ITSELF IS STILL WHOLE.
        3050-NOTE-ONE-MERGED-ID.
            IF WS-MERGED-COUNT NOT < WS-MERGED-LIMIT
               GO TO 3050-NOTE-ONE-MERGED-ID-EXIT
            END-IF.
            ADD 1 TO WS-MERGED-COUNT.
            MOVE WS-NOTE-ID TO WS-MERGED-ID(WS-MERGED-COUNT).

        3050-NOTE-ONE-MERGED-ID-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-LOAD-MASTER - LOAD EVERY MASTER RECORD NOT ALREADY   *
      * MERGED AWAY.  A FULL TABLE MAKES THE SCAN INCOMPLETE,     *
      * WHICH IS SAID ON THE REPORT AND IN THE RETURN CODE.       *
      *----------------------------------------------------------*
        3100-LOAD-MASTER.
            MOVE LOW-VALUES TO MST-ID.
            START EMPMSTR KEY IS NOT LESS THAN MST-ID
               INVALID KEY SET MASTER-EOF TO TRUE
            END-START.
            IF NOT MASTER-EOF
               PERFORM 3190-READ-NEXT-MASTER
                  THRU 3190-READ-NEXT-MASTER-EXIT
            END-IF.
            PERFORM 3110-LOAD-ONE-MASTER
               THRU 3110-LOAD-ONE-MASTER-EXIT
               UNTIL MASTER-EOF.

        3100-LOAD-MASTER-EXIT.
            EXIT.

        3110-LOAD-ONE-MASTER.
            PERFORM 3150-FIND-MERGED-ID
               THRU 3150-FIND-MERGED-ID-EXIT.
            IF MERGED-ID-FOUND
               ADD 1 TO WS-RECS-SKIPPED
               GO TO 3110-LOAD-ONE-MASTER-NEXT
            END-IF.
            IF WS-MT-COUNT NOT < WS-MT-LIMIT
               ADD 1 TO WS-RECS-NOT-LOADED
               SET SCAN-INCOMPLETE TO TRUE
               GO TO 3110-LOAD-ONE-MASTER-NEXT
            END-IF.

            ADD 1 TO WS-MT-COUNT.
            MOVE WS-MT-COUNT TO WS-MT-SUB.
            MOVE MST-ID TO WS-MT-ID(WS-MT-SUB).
            MOVE MST-LNAME TO WS-MT-LNAME(WS-MT-SUB).
            MOVE MST-NAME TO WS-MT-NAME(WS-MT-SUB).
            MOVE MST-LNAME TO WS-MT-NAME-KEY(WS-MT-SUB)(1:20).
            MOVE MST-NAME TO WS-MT-NAME-KEY(WS-MT-SUB)(21:20).
            INSPECT WS-MT-NAME-KEY(WS-MT-SUB)
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
            MOVE MST-INITDATE TO WS-MT-INITDATE(WS-MT-SUB).
            MOVE MST-DEPT TO WS-MT-DEPT(WS-MT-SUB).
            MOVE MST-STATUS TO WS-MT-STATUS(WS-MT-SUB).
            MOVE ZERO TO WS-MT-INIT-MONTHS(WS-MT-SUB).
            MOVE MST-INITDATE TO WS-DATE-WORK.
            IF WS-DATE-WORK IS NUMERIC
               COMPUTE WS-MT-INIT-MONTHS(WS-MT-SUB) =
                  WS-DATE-YYYY * 12 + WS-DATE-MM
            END-IF.

        3110-LOAD-ONE-MASTER-NEXT.
            PERFORM 3190-READ-NEXT-MASTER
               THRU 3190-READ-NEXT-MASTER-EXIT.

        3110-LOAD-ONE-MASTER-EXIT.
            EXIT.

        3150-FIND-MERGED-ID.
            MOVE "N" TO WS-MERGED-FOUND-SW.
            MOVE 1 TO WS-MERGED-SUB.
            PERFORM 3160-TEST-ONE-MERGED-ID
               THRU 3160-TEST-ONE-MERGED-ID-EXIT
               UNTIL MERGED-ID-FOUND
                  OR WS-MERGED-SUB > WS-MERGED-COUNT.

        3150-FIND-MERGED-ID-EXIT.
            EXIT.

        3160-TEST-ONE-MERGED-ID.
            IF WS-MERGED-ID(WS-MERGED-SUB) = MST-ID
               SET MERGED-ID-FOUND TO TRUE
            ELSE
               ADD 1 TO WS-MERGED-SUB
            END-IF.

        3160-TEST-ONE-MERGED-ID-EXIT.
            EXIT.

        3190-READ-NEXT-MASTER.
            READ EMPMSTR NEXT RECORD
               AT END SET MASTER-EOF TO TRUE
            END-READ.
            IF NOT MASTER-EOF AND ST-MASTER NOT = "00"
               DISPLAY "SF5MERGE: BAD READ ON EMPMSTR.DAT, STATUS "
                  ST-MASTER ", SCAN INCOMPLETE"
               SET SCAN-INCOMPLETE TO TRUE
               SET MASTER-EOF TO TRUE
            END-IF.
            IF NOT MASTER-EOF
               ADD 1 TO WS-RECS-READ
            END-IF.

        3190-READ-NEXT-MASTER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-FIND-SUSPECTS - COMPARE EVERY LOADED RECORD WITH     *
      * EVERY LATER ONE.  ONLY A SAME-NAME PAIR IS A SUSPECT;     *
      * HOW CLOSE THE INIT DATES ARE, OR WHETHER THE TWO SIT IN   *
      * THE SAME DEPARTMENT, DECIDES THE SCORE.                   *
      *----------------------------------------------------------*
        4000-FIND-SUSPECTS.
            MOVE 1 TO WS-SUB-1.
            PERFORM 4100-SCAN-ONE-RECORD
               THRU 4100-SCAN-ONE-RECORD-EXIT
               UNTIL WS-SUB-1 NOT < WS-MT-COUNT.

        4000-FIND-SUSPECTS-EXIT.
            EXIT.

        4100-SCAN-ONE-RECORD.
            IF WS-MT-LNAME(WS-SUB-1) NOT = SPACE
               COMPUTE WS-SUB-2 = WS-SUB-1 + 1
               PERFORM 4200-COMPARE-PAIR
                  THRU 4200-COMPARE-PAIR-EXIT
                  UNTIL WS-SUB-2 > WS-MT-COUNT
            END-IF.
            ADD 1 TO WS-SUB-1.

        4100-SCAN-ONE-RECORD-EXIT.
            EXIT.

        4200-COMPARE-PAIR.
            IF WS-MT-NAME-KEY(WS-SUB-1) NOT = WS-MT-NAME-KEY(WS-SUB-2)
               GO TO 4200-COMPARE-PAIR-NEXT
            END-IF.

            MOVE ZERO TO WS-MONTH-DIFF.
            IF WS-MT-INIT-MONTHS(WS-SUB-1) > ZERO
               AND WS-MT-INIT-MONTHS(WS-SUB-2) > ZERO
               COMPUTE WS-MONTH-DIFF = WS-MT-INIT-MONTHS(WS-SUB-1)
                  - WS-MT-INIT-MONTHS(WS-SUB-2)
               IF WS-MONTH-DIFF < ZERO
                  COMPUTE WS-MONTH-DIFF = ZERO - WS-MONTH-DIFF
               END-IF
            END-IF.

            EVALUATE TRUE
               WHEN WS-MT-INITDATE(WS-SUB-1) = WS-MT-INITDATE(WS-SUB-2)
                  AND WS-MT-INITDATE(WS-SUB-1) NOT = SPACE
                  MOVE WS-SCORE-SAME-DATE TO WS-NEW-SCORE
                  MOVE "SAME NAME, SAME INIT DATE" TO WS-NEW-REASON
               WHEN WS-MT-INIT-MONTHS(WS-SUB-1) > ZERO
                  AND WS-MT-INIT-MONTHS(WS-SUB-2) > ZERO
                  AND WS-MONTH-DIFF NOT > WS-CLOSE-MONTHS
                  MOVE WS-SCORE-CLOSE-DATE TO WS-NEW-SCORE
                  MOVE "SAME NAME, INIT DATES CLOSE" TO WS-NEW-REASON
               WHEN WS-MT-DEPT(WS-SUB-1) = WS-MT-DEPT(WS-SUB-2)
                  MOVE WS-SCORE-SAME-DEPT TO WS-NEW-SCORE
                  MOVE "SAME NAME, SAME DEPARTMENT" TO WS-NEW-REASON
               WHEN OTHER
                  MOVE WS-SCORE-OTHER-DEPT TO WS-NEW-SCORE
                  MOVE "SAME NAME, OTHER DEPT" TO WS-NEW-REASON
            END-EVALUATE.

            PERFORM 4250-ADD-SUSPECT
               THRU 4250-ADD-SUSPECT-EXIT.

        4200-COMPARE-PAIR-NEXT.
            ADD 1 TO WS-SUB-2.

        4200-COMPARE-PAIR-EXIT.
            EXIT.

        4250-ADD-SUSPECT.
            ADD 1 TO WS-SUSPECTS-FOUND.
            IF WS-SP-COUNT NOT < WS-SP-LIMIT
               ADD 1 TO WS-SUSPECTS-DROPPED
               SET SCAN-INCOMPLETE TO TRUE
               GO TO 4250-ADD-SUSPECT-EXIT
            END-IF.
            ADD 1 TO WS-SP-COUNT.
            MOVE WS-SUB-1 TO WS-SP-SUB-1(WS-SP-COUNT).
            MOVE WS-SUB-2 TO WS-SP-SUB-2(WS-SP-COUNT).
            MOVE WS-NEW-SCORE TO WS-SP-SCORE(WS-SP-COUNT).
            MOVE WS-NEW-REASON TO WS-SP-REASON(WS-SP-COUNT).

        4250-ADD-SUSPECT-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5000-PRINT-TIER - LIST EVERY SUSPECT PAIR AT ONE SCORE,   *
      * BOTH RECORDS SIDE BY SIDE.  CALLED ONCE PER SCORE, BEST   *
      * FIRST, SO HR WORKS THE LIKELIEST PAIRS BEFORE THE REST.   *
      *----------------------------------------------------------*
        5000-PRINT-TIER.
            MOVE 1 TO WS-SP-SUB.
            PERFORM 5100-PRINT-ONE-SUSPECT
               THRU 5100-PRINT-ONE-SUSPECT-EXIT
               UNTIL WS-SP-SUB > WS-SP-COUNT.

        5000-PRINT-TIER-EXIT.
            EXIT.

        5100-PRINT-ONE-SUSPECT.
            IF WS-SP-SCORE(WS-SP-SUB) NOT = WS-PRINT-SCORE
               GO TO 5100-PRINT-ONE-SUSPECT-NEXT
            END-IF.

            MOVE SPACE TO WS-SUSPECT-LINE.
            MOVE WS-SP-SCORE(WS-SP-SUB) TO WS-SL-SCORE.
            MOVE WS-SP-REASON(WS-SP-SUB) TO WS-SL-REASON.
            MOVE WS-SP-SUB-1(WS-SP-SUB) TO WS-MT-SUB.
            PERFORM 5200-WRITE-SUSPECT-LINE
               THRU 5200-WRITE-SUSPECT-LINE-EXIT.

            MOVE SPACE TO WS-SUSPECT-LINE.
            MOVE WS-SP-SUB-2(WS-SP-SUB) TO WS-MT-SUB.
            PERFORM 5200-WRITE-SUSPECT-LINE
               THRU 5200-WRITE-SUSPECT-LINE-EXIT.

            MOVE SPACE TO DUPS-LINE.
            WRITE DUPS-LINE.

        5100-PRINT-ONE-SUSPECT-NEXT.
            ADD 1 TO WS-SP-SUB.

        5100-PRINT-ONE-SUSPECT-EXIT.
            EXIT.

        5200-WRITE-SUSPECT-LINE.
            MOVE WS-MT-ID(WS-MT-SUB) TO WS-SL-ID.
            MOVE WS-MT-LNAME(WS-MT-SUB) TO WS-SL-LNAME.
            MOVE WS-MT-NAME(WS-MT-SUB) TO WS-SL-NAME.
            MOVE WS-MT-INITDATE(WS-MT-SUB) TO WS-SL-INITDATE.
            MOVE WS-MT-DEPT(WS-MT-SUB) TO WS-SL-DEPT.
            MOVE WS-MT-STATUS(WS-MT-SUB) TO WS-SL-STATUS.
            WRITE DUPS-LINE FROM WS-SUSPECT-LINE.

        5200-WRITE-SUSPECT-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - WRITE THE COUNTS FOR WHICHEVER MODE    *
      * RAN, CLOSE THE FILES AND SET THE RETURN CODE.             *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            IF MERGE-MODE
               PERFORM 9100-END-MERGE
                  THRU 9100-END-MERGE-EXIT
            ELSE
               PERFORM 9200-END-SCAN
                  THRU 9200-END-SCAN-EXIT
            END-IF.

        9000-END-PROGRAM-EXIT.
            EXIT.

        9100-END-MERGE.
            MOVE SPACE TO MERGE-LINE.
            WRITE MERGE-LINE.
            MOVE "CONFIRMED PAIRS READ............: " TO WS-CNT-TEXT.
            MOVE WS-PAIRS-READ TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "PAIRS MERGED....................: " TO WS-CNT-TEXT.
            MOVE WS-PAIRS-MERGED TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "PAIRS NOT MERGED................: " TO WS-CNT-TEXT.
            MOVE WS-PAIRS-REJECTED TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "INIT DATES TAKEN FROM THE LOSER.: " TO WS-CNT-TEXT.
            MOVE WS-INITDATE-TAKEN TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "PAY RECORDS MOVED...............: " TO WS-CNT-TEXT.
            MOVE WS-PAY-MOVED TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "PAY CONFLICTS LEFT FOR HR.......: " TO WS-CNT-TEXT.
            MOVE WS-PAY-CONFLICTS TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "PAY OR JOURNAL WRITES FAILED....: " TO WS-CNT-TEXT.
            COMPUTE WS-CNT-VALUE = WS-PAY-FAILED + WS-HIST-FAILED.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "VACATION BALANCES MOVED.........: " TO WS-CNT-TEXT.
            MOVE WS-VAC-MOVED TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.
            MOVE "VACATION MOVES FAILED...........: " TO WS-CNT-TEXT.
            MOVE WS-VAC-FAILED TO WS-CNT-VALUE.
            WRITE MERGE-LINE FROM WS-COUNT-LINE.

            CLOSE MERGEIN.
            CLOSE EMPMSTR.
            CLOSE EMPPAY.
            CLOSE EMPHIST.
            IF HISTIDX-IN-STEP
               CLOSE EMPHIDX
            END-IF.
            CLOSE PAYHIST.
            IF VACLEDG-IS-OPEN
               CLOSE VACLEDG
               CLOSE VACHIST
            END-IF.
            CLOSE MERGERPT.

            MOVE WS-PAIRS-MERGED TO WS-COUNT-ED.
            DISPLAY "SF5MERGE: PAIRS MERGED.....: " WS-COUNT-ED.
            MOVE WS-PAIRS-REJECTED TO WS-COUNT-ED.
            DISPLAY "SF5MERGE: PAIRS NOT MERGED.: " WS-COUNT-ED.
            MOVE WS-PAY-CONFLICTS TO WS-COUNT-ED.
            DISPLAY "SF5MERGE: PAY CONFLICTS....: " WS-COUNT-ED.

            IF WS-PAIRS-REJECTED > ZERO OR WS-PAY-FAILED > ZERO
               OR WS-HIST-FAILED > ZERO OR WS-VAC-FAILED > ZERO
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-PAY-CONFLICTS > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.

        9100-END-MERGE-EXIT.
            EXIT.

        9200-END-SCAN.
            IF SCAN-INCOMPLETE
               MOVE "*** SCAN INCOMPLETE - SEE THE COUNTS BELOW ***"
                  TO DUPS-LINE
               WRITE DUPS-LINE
               MOVE SPACE TO DUPS-LINE
               WRITE DUPS-LINE
            END-IF.
            MOVE "MASTER RECORDS READ.............: " TO WS-CNT-TEXT.
            MOVE WS-RECS-READ TO WS-CNT-VALUE.
            WRITE DUPS-LINE FROM WS-COUNT-LINE.
            MOVE "ALREADY MERGED AWAY, LEFT OUT...: " TO WS-CNT-TEXT.
            MOVE WS-RECS-SKIPPED TO WS-CNT-VALUE.
            WRITE DUPS-LINE FROM WS-COUNT-LINE.
            MOVE "NOT SCANNED - TABLE FULL........: " TO WS-CNT-TEXT.
            MOVE WS-RECS-NOT-LOADED TO WS-CNT-VALUE.
            WRITE DUPS-LINE FROM WS-COUNT-LINE.
            MOVE "SUSPECT PAIRS FOUND.............: " TO WS-CNT-TEXT.
            MOVE WS-SUSPECTS-FOUND TO WS-CNT-VALUE.
            WRITE DUPS-LINE FROM WS-COUNT-LINE.
            MOVE "SUSPECT PAIRS NOT LISTED........: " TO WS-CNT-TEXT.
            MOVE WS-SUSPECTS-DROPPED TO WS-CNT-VALUE.
            WRITE DUPS-LINE FROM WS-COUNT-LINE.

            CLOSE EMPMSTR.
            IF HISTORY-IS-OPEN
               CLOSE EMPHIST
            END-IF.
            CLOSE DUPSRPT.

            MOVE WS-SUSPECTS-FOUND TO WS-COUNT-ED.
            DISPLAY "SF5MERGE: SUSPECT PAIRS....: " WS-COUNT-ED.

            IF SCAN-INCOMPLETE
               MOVE 8 TO RETURN-CODE
            END-IF.

        9200-END-SCAN-EXIT.
            EXIT.

        END PROGRAM SF5MERGE.
