      *                    CHECKPOINT REPOSITIONING IS HONORED   *
      *                    INSTEAD OF RE-APPLYING THE WHOLE      *
      *                    FILE.                                 *
      *   2026-10-15  HRS  NEW STEP SF5DREL, AHEAD OF SF5EDIT,   *
      *                    RELEASES THE HR DESK'S STAGED         *
      *                    SF5DESK ENTRIES ONTO INITDATA.DAT SO  *
      *                    THE EDIT AND THE UPDATE SEE THEM      *
      *                    WITH THE REST OF THE NIGHT'S FEED.    *
      *   2026-10-15  HRS  NEW FIRST STEP SF5FCHK PROVES THE HR  *
      *                    BATCH'S HEADER AND TRAILER AND        *
      *                    APPENDS AN ACCEPTED BATCH TO          *
      *                    INITDATA.DAT; A REFUSED BATCH ENDS RC *
      *                    8 AND HOLDS THE NIGHT BEFORE ANYTHING *
      *                    ELSE RUNS.                            *
      *   2026-10-15  HRS  NEW STEP SF5BENX, AFTER SF5DELTA,     *
      *                    SENDS THE DAY'S ADDS, CHANGES,        *
      *                    TERMINATIONS, LEAVES AND REHIRES TO   *
      *                    THE BENEFITS CARRIER AS BENENRL.DAT;  *
      *                    MEMBERS HELD FOR A MISSING DATE END   *
      *                    IT RC 4, WHICH DOES NOT HOLD THE      *
      *                    NIGHT.                                *
      *   2026-10-15  HRS  NEW STEP SF5VACN, AFTER SF5BENX,      *
      *                    POSTS THE DAY'S VACATION HOURS TAKEN  *
      *                    AND SETTLES THE BALANCES OF THE NEWLY *
      *                    TERMINATED ONTO THE PAYOUT LISTING;   *
      *                    REJECTED TRANSACTIONS END IT RC 4,    *
      *                    WHICH DOES NOT HOLD THE NIGHT.        *
      *   2026-10-15  HRS  STEP RETRY NOTES NOW SAY WHY EACH     *
      *                    STEP THAT ADDS TO A FILE (SF5FCHK,    *
      *                    SF5DREL, SF5BENX, SF5VACN) IS SAFE TO *
      *                    RUN AGAIN AFTER A FAILURE.            *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
      *     DATAOUT.DAT TO DATAPREV.DAT); EVERY OTHER STEP IS
      *     HANDED TO THE COMMAND PROCESSOR BY NAME.
        01  WS-STEP-NAME-LIST.
            03 FILLER                PIC X(08) VALUE "SF5FCHK ".
            03 FILLER                PIC X(08) VALUE "SF5DLOAD".
            03 FILLER                PIC X(08) VALUE "SF5DREL ".
            03 FILLER                PIC X(08) VALUE "SF5EDIT ".
            03 FILLER                PIC X(08) VALUE "ROLLPREV".
            03 FILLER                PIC X(08) VALUE "SF5UPDEL".
            03 FILLER                PIC X(08) VALUE "SF5DELTA".
            03 FILLER                PIC X(08) VALUE "SF5BENX ".
            03 FILLER                PIC X(08) VALUE "SF5VACN ".
            03 FILLER                PIC X(08) VALUE "SF5DEPT ".
            03 FILLER                PIC X(08) VALUE "SF5EXTR ".
        01  WS-STEP-NAMES REDEFINES WS-STEP-NAME-LIST.
            03 WS-STEP-NAME OCCURS 11 TIMES
                                     PIC X(08).

        01  WS-STEP-LIMIT            PIC 9(02) COMP VALUE 11.

        01  WS-STEP-STATE.
            03 WS-STEP-ENTRY OCCURS 11 TIMES.
                05 WS-SE-STATUS       PIC X(01).
                    88 STEP-COMPLETE      VALUE "C".
                    88 STEP-FAILED        VALUE "F".
      *         A STEP THE UNFINISHED NIGHT FAILED, OR LEFT
      *         MARKED STARTED WHEN THE DRIVER ITSELF DIED, IS A
      *         RETRY - SF5UPDEL RETRIES GET PARM 'RESTART' SO
      *         THE CHECKPOINT REPOSITIONING IS HONORED; THE
      *         OTHER STEPS ARE SAFE TO RERUN AS THEY STAND.
                05 WS-SE-RETRY-SW     PIC X(01).
                    88 STEP-IS-RETRY      VALUE "Y".

      * PROCEDURE AFTER A MID-RUN ABORT - SO IT REPOSITIONS PAST  *
      * ITS CHECKPOINT INSTEAD OF RE-JOURNALING EVERY APPLIED     *
      * TRANSACTION AND HANDING ALREADY-WRITTEN NEW HIRES FRESH   *
      * EMP-IDS.  THE STEPS THAT ADD TO A FILE RATHER THAN        *
      * REBUILD IT MAKE A PLAIN RERUN SAFE THEMSELVES: SF5FCHK    *
      * AND SF5DREL NOTE HOW MANY RECORDS INITDATA.DAT HELD       *
      * BEFORE THEIR FIRST APPEND, AND THE RERUN PROVES WHAT WENT *
      * ACROSS PAST THAT COUNT AND APPENDS ONLY THE REST;         *
      * SF5BENX TAKES BACK THE BENPEND.DAT LINES OF THE FILE IT   *
      * NEVER RECORDED AS BUILT AND BUILDS IT AGAIN UNDER THE     *
      * SAME SEQUENCE; SF5VACN CARRIES ITS BATCH ON FROM          *
      * VACCKPT.DAT AND THE BATCH STAMP ON EACH LEDGER RECORD, SO *
      * NO TRANSACTION POSTS TO VACLEDG.DAT OR VACHIST.DAT TWICE, *
      * AND ADDS ITS OWN SECTION TO VACPAYO.DAT.  THE OTHER STEPS *
      * REBUILD THEIR OUTPUTS IN FULL, SO A PLAIN RERUN IS THE    *
      * RIGHT RETRY FOR THEM TOO.  SOME RUNTIMES HAND BACK THE    *
      * RAW WAIT STATUS (THE REAL CODE TIMES 256) RATHER THAN THE *
      * CODE ITSELF, SO ANYTHING OVER 255 IS FOLDED BACK DOWN     *
      * BEFORE IT IS JUDGED.                                      *
      *----------------------------------------------------------*
        2100-EXECUTE-STEP.
            MOVE SPACE TO WS-CMD-LINE.
