        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5FCHK.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - BATCH CONTROL ON   *
      *                    THE HR TRANSACTION FEED.  HR'S FILE   *
      *                    NOW ARRIVES AS HRFEED.DAT, BRACKETED  *
      *                    BY A HEADER (BATCH DATE AND BATCH     *
      *                    SEQUENCE NUMBER) AND A TRAILER        *
      *                    (RECORD COUNT AND EMP-ID HASH TOTAL). *
      *                    THE WHOLE FILE IS PROVED FIRST; A     *
      *                    SHORT, DUPLICATED, OUT-OF-SEQUENCE OR *
      *                    ALREADY-PROCESSED BATCH IS REFUSED    *
      *                    (RC 8, WHICH HOLDS THE SF5NITE CHAIN  *
      *                    BEFORE SF5UPDEL TOUCHES EMPMSTR) AND  *
      *                    NOTHING OF IT REACHES INITDATA.DAT.   *
      *                    AN ACCEPTED BATCH HAS ITS BODY        *
      *                    APPENDED TO INITDATA.DAT AND          *
      *                    HRFEED.DAT IS EMPTIED.  EVERY BATCH,  *
      *                    ACCEPTED OR REFUSED, GETS A LINE ON   *
      *                    THE CUMULATIVE BTCHLOG.DAT, WHICH IS  *
      *                    ALSO HOW A RESENT FILE IS RECOGNISED. *
      *                    SF5NITE RUNS THIS AS ITS FIRST STEP.  *
      *----------------------------------------------------------*
      *
      *     HRFEED.DAT IS THE 66-BYTE INITDATA.DAT LAYOUT WITH ONE
      *     HEADER RECORD FIRST AND ONE TRAILER RECORD LAST:
      *
      *       HEADER   1-3  "HDR"
      *                4-11 BATCH DATE, YYYYMMDD
      *               12-17 BATCH SEQUENCE NUMBER, 6 DIGITS, ONE
      *                     HIGHER THAN THE LAST BATCH HR SENT
      *       TRAILER  1-3  "TRL"
      *                4-12 RECORD COUNT, 9 DIGITS - THE
      *                     TRANSACTIONS BETWEEN HEADER AND
      *                     TRAILER, NOT COUNTING EITHER
      *               13-27 EMP-ID HASH TOTAL, 15 DIGITS - THE SUM
      *                     OF THE EMP-IDS OF THOSE TRANSACTIONS.
      *                     A BLANK EMP-ID (AN ADD WAITING FOR A
      *                     NUMBER) OR ONE THAT IS NOT ALL DIGITS
      *                     ADDS NOTHING.
      *
      *     NO TRANSACTION CODE BEGINS WITH "H" OR "T", SO THE TWO
      *     CONTROL RECORDS CANNOT BE MISTAKEN FOR A TRANSACTION.
      *     NO HRFEED.DAT, OR AN EMPTY ONE, MEANS NO FEED TONIGHT
      *     AND IS A CLEAN RUN; A FEED THAT WAS LOST ALTOGETHER
      *     SHOWS UP ON THE NEXT BATCH AS A SEQUENCE GAP.
      *
      *     THE BODY IS APPENDED (EXTEND) RATHER THAN COPIED OVER
      *     INITDATA.DAT SO WHATEVER OPS HAVE ALREADY STAGED THERE
      *     FOR THE NIGHT - SF5RECYC'S RESUBMIT.DAT, SF5MERIT'S
      *     MERITTRN.DAT - GOES THROUGH WITH IT, AS WITH SF5DREL.
      *     SF5UPDEL EMPTIES INITDATA.DAT ONCE A RUN OF IT HAS
      *     COMPLETED, SO EACH NIGHT STARTS FROM A CLEAN FILE.
      *
      *     BEFORE THE APPEND, A "STARTED" LINE ON BTCHLOG.DAT
      *     RECORDS HOW MANY RECORDS INITDATA.DAT ALREADY HELD.  IF
      *     THE APPEND FAILS PART WAY, THE RERUN FINDS THAT LINE,
      *     PROVES THAT WHAT FOLLOWS THOSE RECORDS IS THE START OF
      *     THIS BATCH, AND APPENDS ONLY THE REST - SO SF5NITE CAN
      *     SIMPLY RUN THE STEP AGAIN.  IF INITDATA.DAT NO LONGER
      *     HOLDS THE BATCH'S START THERE, NOTHING IS APPENDED AND
      *     THE RUN ENDS RC 12 FOR OPS TO PUT IT RIGHT.  A FEED
      *     RESENT UNDER THE SAME BATCH NUMBER AFTER A PART APPEND
      *     IS REFUSED THE SAME WAY: ONCE INITDATA.DAT IS TRIMMED,
      *     THE RESEND MUST CARRY A NEW BATCH SEQUENCE.
      *
      *     PARM 'RESYNC' ACCEPTS A BATCH WHOSE SEQUENCE NUMBER IS
      *     NOT THE NEXT ONE EXPECTED (HR RENUMBERED, OR A LOST
      *     BATCH HAS BEEN WRITTEN OFF) AND MAKES IT THE NEW BASE.
      *     IT DOES NOT LET THROUGH A BATCH ALREADY PROCESSED, A
      *     BATCH DATED BEFORE THE LAST ONE ACCEPTED, OR A FILE
      *     THAT FAILS ITS OWN HEADER/TRAILER CHECK.
      *
      *     RETURN CODE: 0 = BATCH ACCEPTED (OR NO FEED TONIGHT),
      *     8 = BATCH REFUSED, 12 = COULD NOT RUN.
      *

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HRFEED ASSIGN TO "HRFEED.DAT"
           FILE STATUS IS ST-HRFEED
        ORGANIZATION IS SEQUENTIAL.

        SELECT DATAS ASSIGN TO "INITDATA.DAT"
           FILE STATUS IS ST-FILE
        ORGANIZATION IS SEQUENTIAL.

        SELECT BTCHLOG ASSIGN TO "BTCHLOG.DAT"
           FILE STATUS IS ST-BTCHLOG
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD HRFEED.
        01 FEED-REC.
            03 FD-TRAN-CODE          PIC X(01).
            03 FD-EMP-ID             PIC X(04).
            03 FILLER                PIC X(61).
        01 FEED-HEADER-REC.
            03 FH-REC-TYPE           PIC X(03).
                88 FEED-HEADER           VALUE "HDR".
                88 FEED-TRAILER          VALUE "TRL".
            03 FH-BATCH-DATE         PIC X(08).
            03 FH-BATCH-SEQ          PIC X(06).
            03 FILLER                PIC X(49).
        01 FEED-TRAILER-REC.
            03 FILLER                PIC X(03).
            03 FT-REC-COUNT          PIC X(09).
            03 FT-HASH-TOTAL         PIC X(15).
            03 FILLER                PIC X(39).

        FD DATAS.
        01 EMPLOYEES                 PIC X(66).

        FD BTCHLOG.
        01 BTCHLOG-LINE.
            03 BL-RUN-DATE           PIC X(08).
            03 FILLER                PIC X(01).
            03 BL-RUN-TIME           PIC X(06).
            03 FILLER                PIC X(01).
            03 BL-BATCH-DATE         PIC X(08).
            03 FILLER                PIC X(01).
            03 BL-BATCH-SEQ          PIC X(06).
            03 FILLER                PIC X(01).
            03 BL-RESULT             PIC X(08).
                88 BL-ACCEPTED           VALUE "ACCEPTED".
                88 BL-STARTED            VALUE "STARTED".
            03 FILLER                PIC X(01).
            03 BL-BODY-RECS          PIC X(09).
            03 FILLER                PIC X(11).
            03 BL-HASH-CALC          PIC X(15).
            03 FILLER                PIC X(58).
            03 BL-INIT-BASE          PIC X(09).
            03 BL-INIT-BASE-NUM REDEFINES BL-INIT-BASE
                                     PIC 9(09).

        WORKING-STORAGE SECTION.

        01  ST-HRFEED    PIC XX.
        01  ST-FILE      PIC XX.
        01  ST-BTCHLOG   PIC XX.

        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
            88 PARM-RESYNC               VALUE "RESYNC".

        01  WS-RUN-DATE              PIC 9(08).
        01  WS-TIME-NOW              PIC X(08).

        01  WS-SWITCHES.
            03 WS-FEED-EOF-SW        PIC X(01) VALUE "N".
                88 FEED-EOF              VALUE "Y".
            03 WS-LOG-EOF-SW         PIC X(01) VALUE "N".
                88 LOG-EOF               VALUE "Y".
            03 WS-HEADER-FOUND-SW    PIC X(01) VALUE "N".
                88 HEADER-FOUND          VALUE "Y".
            03 WS-TRAILER-FOUND-SW   PIC X(01) VALUE "N".
                88 TRAILER-FOUND         VALUE "Y".
            03 WS-PRIOR-FOUND-SW     PIC X(01) VALUE "N".
                88 PRIOR-BATCH-FOUND     VALUE "Y".
            03 WS-REFUSED-SW         PIC X(01) VALUE "N".
                88 BATCH-REFUSED         VALUE "Y".
            03 WS-RUN-FAILED-SW      PIC X(01) VALUE "N".
                88 RUN-FAILED            VALUE "Y".
            03 WS-STARTED-FOUND-SW   PIC X(01) VALUE "N".
                88 STARTED-FOUND         VALUE "Y".
            03 WS-INIT-EOF-SW        PIC X(01) VALUE "N".
                88 INIT-EOF              VALUE "Y".

        01  WS-CONTROL-TOTALS.
            03 WS-RECS-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-BODY-RECS           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-APPENDED       PIC 9(09) COMP VALUE ZERO.
            03 WS-LOG-LINES           PIC 9(09) COMP VALUE ZERO.
            03 WS-INIT-RECS           PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-ACROSS         PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-MATCHED        PIC 9(09) COMP VALUE ZERO.

      *     THE BATCH AS THE HEADER AND TRAILER DESCRIBE IT, AND
      *     THE HASH AS COUNTED FROM THE BODY.
        01  WS-BATCH-DATE            PIC X(08) VALUE SPACE.
        01  WS-BATCH-DATE-PARTS REDEFINES WS-BATCH-DATE.
            03 WS-BATCH-YY           PIC 9(04).
            03 WS-BATCH-MM           PIC 9(02).
            03 WS-BATCH-DD           PIC 9(02).
        01  WS-BATCH-SEQ             PIC X(06) VALUE SPACE.
        01  WS-BATCH-SEQ-NUM         PIC 9(06) VALUE ZERO.
        01  WS-TRL-COUNT-TEXT        PIC X(09) VALUE SPACE.
        01  WS-TRL-COUNT             PIC 9(09) VALUE ZERO.
        01  WS-TRL-HASH-TEXT         PIC X(15) VALUE SPACE.
        01  WS-TRL-HASH              PIC 9(15) VALUE ZERO.
        01  WS-HASH-CALC             PIC 9(15) VALUE ZERO.
        01  WS-EMP-ID-NUM            PIC 9(04).

      *     THE LAST BATCH BTCHLOG.DAT SHOWS AS ACCEPTED, AND THE
      *     SEQUENCE NUMBER THE NEXT ONE MUST CARRY.  999999 IS
      *     FOLLOWED BY 000001.
        01  WS-LAST-DATE             PIC X(08) VALUE SPACE.
        01  WS-LAST-SEQ              PIC X(06) VALUE SPACE.
        01  WS-LAST-SEQ-NUM          PIC 9(06) VALUE ZERO.
        01  WS-EXPECT-SEQ-NUM        PIC 9(06) VALUE ZERO.
        01  WS-DONE-RUN-DATE         PIC X(08) VALUE SPACE.

      *     WHAT INITDATA.DAT HELD BEFORE THIS BATCH'S APPEND WAS
      *     STARTED, AND THE BATCH AS THAT "STARTED" LINE SAW IT.
        01  WS-INIT-BASE             PIC 9(09) VALUE ZERO.
        01  WS-START-BODY-RECS       PIC X(09) VALUE SPACE.
        01  WS-START-HASH            PIC X(15) VALUE SPACE.

        01  WS-REASON-TEXT           PIC X(40) VALUE SPACE.

        01  WS-LOG-LINE.
            03 WS-LOG-RUN-DATE       PIC 9(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-RUN-TIME       PIC X(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-BATCH-DATE     PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-BATCH-SEQ      PIC X(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-RESULT         PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-BODY-RECS      PIC Z(8)9.
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-TRL-COUNT      PIC X(09).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-HASH-CALC      PIC 9(15).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-TRL-HASH       PIC X(15).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-REASON         PIC X(40).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-LOG-INIT-BASE      PIC 9(09).

        01  WS-COUNT-ED              PIC Z(8)9.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 2000-CHECK-FEED-REC
               THRU 2000-CHECK-FEED-REC-EXIT
               UNTIL FEED-EOF.

            PERFORM 2500-CHECK-CONTROLS
               THRU 2500-CHECK-CONTROLS-EXIT.

            IF NOT BATCH-REFUSED AND NOT RUN-FAILED
               PERFORM 3000-CHECK-BATCH-LOG
                  THRU 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            IF NOT BATCH-REFUSED AND NOT RUN-FAILED
               PERFORM 4000-APPEND-BODY
                  THRU 4000-APPEND-BODY-EXIT
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE RUN PARAMETER, OPEN THE FEED   *
      * AND PRIME THE FIRST RECORD.  NO FEED FILE, OR AN EMPTY    *
      * ONE, IS A NIGHT WITHOUT AN HR BATCH AND ENDS CLEAN        *
      * WITHOUT A LOG LINE.                                       *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-TIME-NOW FROM TIME.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF PARM-RESYNC
               DISPLAY "SF5FCHK: RESYNC - A SEQUENCE GAP WILL BE "
                  "ACCEPTED AS THE NEW BASE"
            END-IF.

            OPEN INPUT HRFEED.
            IF ST-HRFEED = "35"
               DISPLAY "SF5FCHK: NO HRFEED.DAT, NO HR BATCH TONIGHT"
               STOP RUN
            END-IF.
            IF ST-HRFEED NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON HRFEED.DAT, STATUS "
                  ST-HRFEED
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 2900-READ-FEED-REC
               THRU 2900-READ-FEED-REC-EXIT.
            IF FEED-EOF AND NOT RUN-FAILED
               DISPLAY "SF5FCHK: HRFEED.DAT IS EMPTY, NO HR BATCH "
                  "TONIGHT"
               CLOSE HRFEED
               STOP RUN
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-CHECK-FEED-REC - FIRST PASS, ONE RECORD.  THE FIRST  *
      * RECORD MUST BE THE HEADER AND NOTHING MAY FOLLOW THE      *
      * TRAILER; A SECOND HEADER MEANS THE FILE WAS SENT TWICE    *
      * OR TWO BATCHES WERE RUN TOGETHER.  EVERY RECORD IN        *
      * BETWEEN IS COUNTED AND ITS EMP-ID ADDED TO THE HASH.      *
      * THE FIRST FAULT REFUSES THE BATCH AND ENDS THE PASS.      *
      *----------------------------------------------------------*
        2000-CHECK-FEED-REC.
            IF TRAILER-FOUND
               MOVE "RECORDS AFTER THE TRAILER" TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               SET FEED-EOF TO TRUE
               GO TO 2000-CHECK-FEED-REC-EXIT
            END-IF.

            IF FEED-HEADER
               PERFORM 2100-CHECK-HEADER
                  THRU 2100-CHECK-HEADER-EXIT
               GO TO 2000-CHECK-FEED-REC-NEXT
            END-IF.

            IF NOT HEADER-FOUND
               MOVE "NO HEADER RECORD AT THE FRONT" TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               SET FEED-EOF TO TRUE
               GO TO 2000-CHECK-FEED-REC-EXIT
            END-IF.

            IF FEED-TRAILER
               PERFORM 2200-CHECK-TRAILER
                  THRU 2200-CHECK-TRAILER-EXIT
               GO TO 2000-CHECK-FEED-REC-NEXT
            END-IF.

            ADD 1 TO WS-BODY-RECS.
            IF FD-EMP-ID IS NUMERIC
               MOVE FD-EMP-ID TO WS-EMP-ID-NUM
               ADD WS-EMP-ID-NUM TO WS-HASH-CALC
            END-IF.

        2000-CHECK-FEED-REC-NEXT.
            IF BATCH-REFUSED
               SET FEED-EOF TO TRUE
               GO TO 2000-CHECK-FEED-REC-EXIT
            END-IF.
            PERFORM 2900-READ-FEED-REC
               THRU 2900-READ-FEED-REC-EXIT.

        2000-CHECK-FEED-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-CHECK-HEADER - THE BATCH DATE MUST BE A REAL DATE    *
      * NOT AFTER TONIGHT'S RUN, AND THE SEQUENCE NUMBER SIX      *
      * DIGITS ABOVE ZERO.                                        *
      *----------------------------------------------------------*
        2100-CHECK-HEADER.
            IF HEADER-FOUND
               MOVE "SECOND HEADER - DUPLICATE OR JOINED FILE"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2100-CHECK-HEADER-EXIT
            END-IF.
            SET HEADER-FOUND TO TRUE.
            MOVE FH-BATCH-DATE TO WS-BATCH-DATE.
            MOVE FH-BATCH-SEQ TO WS-BATCH-SEQ.

            IF WS-BATCH-DATE IS NOT NUMERIC
               MOVE "HEADER BATCH DATE NOT VALID" TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2100-CHECK-HEADER-EXIT
            END-IF.
            IF WS-BATCH-MM < 1 OR WS-BATCH-MM > 12
               OR WS-BATCH-DD < 1 OR WS-BATCH-DD > 31
               MOVE "HEADER BATCH DATE NOT VALID" TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2100-CHECK-HEADER-EXIT
            END-IF.
            IF WS-BATCH-DATE > WS-RUN-DATE
               MOVE "HEADER BATCH DATE AFTER TONIGHT'S RUN"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2100-CHECK-HEADER-EXIT
            END-IF.

            IF WS-BATCH-SEQ IS NOT NUMERIC
               MOVE "HEADER BATCH SEQUENCE NOT VALID"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2100-CHECK-HEADER-EXIT
            END-IF.
            MOVE WS-BATCH-SEQ TO WS-BATCH-SEQ-NUM.
            IF WS-BATCH-SEQ-NUM = ZERO
               MOVE "HEADER BATCH SEQUENCE NOT VALID"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
            END-IF.

        2100-CHECK-HEADER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-CHECK-TRAILER - KEEP THE TRAILER'S FIGURES FOR THE   *
      * LOG AND REFUSE ONE THAT IS NOT NUMERIC.                   *
      *----------------------------------------------------------*
        2200-CHECK-TRAILER.
            SET TRAILER-FOUND TO TRUE.
            MOVE FT-REC-COUNT TO WS-TRL-COUNT-TEXT.
            MOVE FT-HASH-TOTAL TO WS-TRL-HASH-TEXT.
            IF WS-TRL-COUNT-TEXT IS NOT NUMERIC
               OR WS-TRL-HASH-TEXT IS NOT NUMERIC
               MOVE "TRAILER COUNT OR HASH NOT NUMERIC"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2200-CHECK-TRAILER-EXIT
            END-IF.
            MOVE WS-TRL-COUNT-TEXT TO WS-TRL-COUNT.
            MOVE WS-TRL-HASH-TEXT TO WS-TRL-HASH.

        2200-CHECK-TRAILER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2500-CHECK-CONTROLS - END OF THE FIRST PASS.  A FILE      *
      * WITH NO TRAILER WAS CUT SHORT; OTHERWISE THE BODY MUST    *
      * AGREE WITH THE TRAILER'S COUNT AND HASH.                  *
      *----------------------------------------------------------*
        2500-CHECK-CONTROLS.
            IF BATCH-REFUSED OR RUN-FAILED
               GO TO 2500-CHECK-CONTROLS-EXIT
            END-IF.

            IF NOT TRAILER-FOUND
               MOVE "NO TRAILER RECORD - FILE CUT SHORT"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2500-CHECK-CONTROLS-EXIT
            END-IF.

            IF WS-BODY-RECS < WS-TRL-COUNT
               MOVE "SHORT BATCH - FEWER RECORDS THAN TRAILER"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2500-CHECK-CONTROLS-EXIT
            END-IF.
            IF WS-BODY-RECS > WS-TRL-COUNT
               MOVE "MORE RECORDS THAN THE TRAILER COUNT"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 2500-CHECK-CONTROLS-EXIT
            END-IF.
            IF WS-HASH-CALC NOT = WS-TRL-HASH
               MOVE "EMP-ID HASH TOTAL DOES NOT AGREE"
                  TO WS-REASON-TEXT
               SET BATCH-REFUSED TO TRUE
            END-IF.

        2500-CHECK-CONTROLS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-FEED-REC - READ THE NEXT FEED RECORD AND CHECK  *
      * ITS FILE STATUS.  A FEED THAT CANNOT BE READ THROUGH      *
      * CANNOT BE PROVED, SO NOTHING OF IT GOES FORWARD.          *
      *----------------------------------------------------------*
        2900-READ-FEED-REC.
            READ HRFEED
               AT END
                  SET FEED-EOF TO TRUE
                  GO TO 2900-READ-FEED-REC-EXIT
            END-READ.
            IF ST-HRFEED NOT = "00"
               DISPLAY "SF5FCHK: BAD READ ON HRFEED.DAT, STATUS "
                  ST-HRFEED
               SET RUN-FAILED TO TRUE
               SET FEED-EOF TO TRUE
               GO TO 2900-READ-FEED-REC-EXIT
            END-IF.
            ADD 1 TO WS-RECS-READ.

        2900-READ-FEED-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-CHECK-BATCH-LOG - A BATCH WHOSE DATE AND SEQUENCE    *
      * ARE ALREADY ON BTCHLOG.DAT AS ACCEPTED HAS BEEN APPLIED   *
      * BEFORE.  OTHERWISE IT MUST CARRY THE NEXT SEQUENCE        *
      * NUMBER AFTER THE LAST BATCH ACCEPTED AND MAY NOT BE DATED *
      * BEFORE IT.  WITH NO LOG YET, THE FIRST BATCH SETS THE     *
      * BASE.                                                     *
      *----------------------------------------------------------*
        3000-CHECK-BATCH-LOG.
            OPEN INPUT BTCHLOG.
            IF ST-BTCHLOG = "35"
               DISPLAY "SF5FCHK: NO BTCHLOG.DAT YET, BATCH "
                  WS-BATCH-SEQ " STARTS THE SEQUENCE"
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.
            IF ST-BTCHLOG NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON BTCHLOG.DAT, STATUS "
                  ST-BTCHLOG
               SET RUN-FAILED TO TRUE
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            PERFORM 3900-READ-LOG-LINE
               THRU 3900-READ-LOG-LINE-EXIT.
            PERFORM 3100-CHECK-LOG-LINE
               THRU 3100-CHECK-LOG-LINE-EXIT
               UNTIL LOG-EOF.
            CLOSE BTCHLOG.

            IF BATCH-REFUSED OR RUN-FAILED OR NOT PRIOR-BATCH-FOUND
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            IF WS-BATCH-DATE < WS-LAST-DATE
               MOVE SPACE TO WS-REASON-TEXT
               STRING "BATCH DATED BEFORE LAST ACCEPTED "
                  DELIMITED BY SIZE
                  WS-LAST-DATE DELIMITED BY SIZE
                  INTO WS-REASON-TEXT
               END-STRING
               SET BATCH-REFUSED TO TRUE
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            IF WS-LAST-SEQ IS NUMERIC
               MOVE WS-LAST-SEQ TO WS-LAST-SEQ-NUM
            ELSE
               MOVE ZERO TO WS-LAST-SEQ-NUM
            END-IF.
            IF WS-LAST-SEQ-NUM = 999999
               MOVE 1 TO WS-EXPECT-SEQ-NUM
            ELSE
               COMPUTE WS-EXPECT-SEQ-NUM = WS-LAST-SEQ-NUM + 1
            END-IF.
            IF WS-BATCH-SEQ-NUM = WS-EXPECT-SEQ-NUM
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            IF PARM-RESYNC
               DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ
                  " TAKEN ON RESYNC, NEXT EXPECTED WAS "
                  WS-EXPECT-SEQ-NUM
               MOVE SPACE TO WS-REASON-TEXT
               STRING "RESYNC - SEQUENCE EXPECTED WAS "
                  DELIMITED BY SIZE
                  WS-EXPECT-SEQ-NUM DELIMITED BY SIZE
                  INTO WS-REASON-TEXT
               END-STRING
               GO TO 3000-CHECK-BATCH-LOG-EXIT
            END-IF.

            MOVE SPACE TO WS-REASON-TEXT.
            STRING "OUT OF SEQUENCE - EXPECTED BATCH "
               DELIMITED BY SIZE
               WS-EXPECT-SEQ-NUM DELIMITED BY SIZE
               INTO WS-REASON-TEXT
            END-STRING.
            SET BATCH-REFUSED TO TRUE.

        3000-CHECK-BATCH-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3100-CHECK-LOG-LINE - ONE LINE OF THE BATCH LOG.  ONLY    *
      * ACCEPTED BATCHES COUNT; THE LOG IS IN RUN ORDER, SO THE   *
      * LAST ACCEPTED LINE IS THE BASE FOR THE SEQUENCE CHECK.    *
      * A STARTED LINE FOR THIS SAME BATCH MEANS AN EARLIER RUN   *
      * BEGAN ITS APPEND AND DID NOT FINISH; THE LAST ONE WINS.   *
      *----------------------------------------------------------*
        3100-CHECK-LOG-LINE.
            IF BL-STARTED
               AND BL-BATCH-DATE = WS-BATCH-DATE
               AND BL-BATCH-SEQ = WS-BATCH-SEQ
               IF BL-INIT-BASE IS NOT NUMERIC
                  DISPLAY "SF5FCHK: BTCHLOG.DAT STARTED LINE FOR "
                     "BATCH " WS-BATCH-SEQ " HAS NO RECORD COUNT"
                  SET RUN-FAILED TO TRUE
                  SET LOG-EOF TO TRUE
                  GO TO 3100-CHECK-LOG-LINE-EXIT
               END-IF
               SET STARTED-FOUND TO TRUE
               MOVE BL-INIT-BASE-NUM TO WS-INIT-BASE
               MOVE BL-BODY-RECS TO WS-START-BODY-RECS
               MOVE BL-HASH-CALC TO WS-START-HASH
            END-IF.
            IF NOT BL-ACCEPTED
               GO TO 3100-CHECK-LOG-LINE-NEXT
            END-IF.

            IF BL-BATCH-DATE = WS-BATCH-DATE
               AND BL-BATCH-SEQ = WS-BATCH-SEQ
               AND NOT BATCH-REFUSED
               MOVE BL-RUN-DATE TO WS-DONE-RUN-DATE
               MOVE SPACE TO WS-REASON-TEXT
               STRING "ALREADY PROCESSED ON " DELIMITED BY SIZE
                  WS-DONE-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REASON-TEXT
               END-STRING
               SET BATCH-REFUSED TO TRUE
            END-IF.

            SET PRIOR-BATCH-FOUND TO TRUE.
            MOVE BL-BATCH-DATE TO WS-LAST-DATE.
            MOVE BL-BATCH-SEQ TO WS-LAST-SEQ.

        3100-CHECK-LOG-LINE-NEXT.
            PERFORM 3900-READ-LOG-LINE
               THRU 3900-READ-LOG-LINE-EXIT.

        3100-CHECK-LOG-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3900-READ-LOG-LINE - READ THE NEXT BATCH LOG LINE.  A LOG *
      * THAT CANNOT BE READ THROUGH LEAVES THE DUPLICATE AND      *
      * SEQUENCE CHECKS UNPROVED, SO THE RUN FAILS.               *
      *----------------------------------------------------------*
        3900-READ-LOG-LINE.
            READ BTCHLOG
               AT END
                  SET LOG-EOF TO TRUE
                  GO TO 3900-READ-LOG-LINE-EXIT
            END-READ.
            IF ST-BTCHLOG NOT = "00"
               DISPLAY "SF5FCHK: BAD READ ON BTCHLOG.DAT, STATUS "
                  ST-BTCHLOG
               SET RUN-FAILED TO TRUE
               SET LOG-EOF TO TRUE
               GO TO 3900-READ-LOG-LINE-EXIT
            END-IF.
            ADD 1 TO WS-LOG-LINES.

        3900-READ-LOG-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4000-APPEND-BODY - SECOND PASS.  THE BATCH HAS PROVED     *
      * OUT, SO ITS TRANSACTIONS (NOT THE HEADER OR TRAILER) GO   *
      * ONTO THE END OF INITDATA.DAT.  THE START IS LOGGED FIRST  *
      * WITH INITDATA.DAT'S RECORD COUNT.  WHEN AN EARLIER RUN    *
      * STARTED THIS BATCH, THE RECORDS IT GOT ACROSS ARE PROVED  *
      * AGAINST THE BATCH (4300) AND ONLY THE REST ARE APPENDED.  *
      * A WRITE FAILURE STOPS THE COPY; THE RERUN CARRIES ON.     *
      *----------------------------------------------------------*
        4000-APPEND-BODY.
            PERFORM 4200-COUNT-INITDATA
               THRU 4200-COUNT-INITDATA-EXIT.
            IF RUN-FAILED
               MOVE "COULD NOT COUNT INITDATA.DAT" TO WS-REASON-TEXT
               GO TO 4000-APPEND-BODY-EXIT
            END-IF.

            IF STARTED-FOUND
               MOVE WS-BODY-RECS TO WS-LOG-BODY-RECS
               MOVE WS-HASH-CALC TO WS-LOG-HASH-CALC
      *        A DIFFERENT FEED UNDER THE SAME BATCH NUMBER CAN
      *        NEVER MATCH THE STARTED LINE, SO IT HAS TO COME BACK
      *        UNDER A NEW ONE; THE ABANDONED NUMBER WAS NEVER
      *        ACCEPTED, SO THAT NEEDS PARM 'RESYNC'.
               IF WS-START-BODY-RECS NOT = WS-LOG-BODY-RECS
                  OR WS-START-HASH NOT = WS-LOG-HASH-CALC
                  MOVE WS-INIT-BASE TO WS-COUNT-ED
                  DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ " WAS "
                     "STARTED WITH A DIFFERENT BODY COUNT OR HASH - "
                     "THE FEED HAS BEEN RESENT.  TRIM INITDATA.DAT "
                     "BACK TO ITS FIRST " WS-COUNT-ED " RECORDS AND "
                     "HAVE THE RESEND CARRY A NEW BATCH SEQUENCE "
                     "(RUN IT WITH PARM 'RESYNC')"
                  SET RUN-FAILED TO TRUE
                  MOVE "FEED CHANGED SINCE APPEND STARTED"
                     TO WS-REASON-TEXT
                  GO TO 4000-APPEND-BODY-EXIT
               END-IF
               IF WS-INIT-RECS < WS-INIT-BASE
                  OR WS-INIT-RECS - WS-INIT-BASE > WS-BODY-RECS
                  MOVE WS-INIT-BASE TO WS-COUNT-ED
                  DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ " WAS "
                     "STARTED ONTO " WS-COUNT-ED " INITDATA.DAT "
                     "RECORDS BUT INITDATA.DAT HAS CHANGED SINCE - "
                     "TRIM INITDATA.DAT BACK TO THAT MANY RECORDS "
                     "AND RERUN"
                  SET RUN-FAILED TO TRUE
                  MOVE "INITDATA.DAT CHANGED SINCE APPEND STARTED"
                     TO WS-REASON-TEXT
                  GO TO 4000-APPEND-BODY-EXIT
               END-IF
               COMPUTE WS-RECS-ACROSS = WS-INIT-RECS - WS-INIT-BASE
               MOVE WS-RECS-ACROSS TO WS-COUNT-ED
               DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ " WAS STARTED "
                  "BY AN EARLIER RUN, " WS-COUNT-ED " RECORD(S) "
                  "ALREADY ON INITDATA.DAT"
            ELSE
               MOVE WS-INIT-RECS TO WS-INIT-BASE
               MOVE "STARTED" TO WS-LOG-RESULT
               PERFORM 8000-WRITE-BATCH-LOG
                  THRU 8000-WRITE-BATCH-LOG-EXIT
               IF RUN-FAILED
                  MOVE "COULD NOT LOG THE START OF THE APPEND"
                     TO WS-REASON-TEXT
                  GO TO 4000-APPEND-BODY-EXIT
               END-IF
            END-IF.

            CLOSE HRFEED.
            OPEN INPUT HRFEED.
            IF ST-HRFEED NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON HRFEED.DAT, STATUS "
                  ST-HRFEED
               SET RUN-FAILED TO TRUE
               GO TO 4000-APPEND-BODY-EXIT
            END-IF.
            MOVE "N" TO WS-FEED-EOF-SW.
            PERFORM 2900-READ-FEED-REC
               THRU 2900-READ-FEED-REC-EXIT.

            IF WS-RECS-ACROSS > ZERO
               PERFORM 4300-CHECK-ACROSS
                  THRU 4300-CHECK-ACROSS-EXIT
               IF RUN-FAILED
                  MOVE "INITDATA.DAT CHANGED SINCE APPEND STARTED"
                     TO WS-REASON-TEXT
                  GO TO 4000-APPEND-BODY-EXIT
               END-IF
            END-IF.

            OPEN EXTEND DATAS.
            IF ST-FILE = "35"
               OPEN OUTPUT DATAS
            END-IF.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RUN-FAILED TO TRUE
               GO TO 4000-APPEND-BODY-EXIT
            END-IF.

            PERFORM 4100-APPEND-ONE-REC
               THRU 4100-APPEND-ONE-REC-EXIT
               UNTIL FEED-EOF.
            CLOSE DATAS.

            IF NOT RUN-FAILED
               AND WS-RECS-APPENDED + WS-RECS-ACROSS NOT = WS-BODY-RECS
               DISPLAY "SF5FCHK: HRFEED.DAT CHANGED BETWEEN PASSES, "
                  "RECORDS APPENDED DO NOT MATCH THE CHECK"
               SET RUN-FAILED TO TRUE
            END-IF.
            IF RUN-FAILED
               DISPLAY "SF5FCHK: APPEND INCOMPLETE, INITDATA.DAT "
                  "HOLDS PART OF BATCH " WS-BATCH-SEQ
                  " - THE RERUN APPENDS THE REST"
               MOVE "APPEND TO INITDATA.DAT FAILED"
                  TO WS-REASON-TEXT
            END-IF.

        4000-APPEND-BODY-EXIT.
            EXIT.

        4100-APPEND-ONE-REC.
            IF FEED-HEADER OR FEED-TRAILER
               GO TO 4100-APPEND-ONE-REC-NEXT
            END-IF.
            WRITE EMPLOYEES FROM FEED-REC.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5FCHK: BAD WRITE ON INITDATA.DAT, STATUS "
                  ST-FILE ", EMP-ID " FD-EMP-ID
               SET RUN-FAILED TO TRUE
               SET FEED-EOF TO TRUE
               GO TO 4100-APPEND-ONE-REC-EXIT
            END-IF.
            ADD 1 TO WS-RECS-APPENDED.

        4100-APPEND-ONE-REC-NEXT.
            PERFORM 2900-READ-FEED-REC
               THRU 2900-READ-FEED-REC-EXIT.

        4100-APPEND-ONE-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4200-COUNT-INITDATA - HOW MANY RECORDS INITDATA.DAT HOLDS *
      * NOW.  NO FILE YET HOLDS NONE.                             *
      *----------------------------------------------------------*
        4200-COUNT-INITDATA.
            MOVE ZERO TO WS-INIT-RECS.
            OPEN INPUT DATAS.
            IF ST-FILE = "35"
               GO TO 4200-COUNT-INITDATA-EXIT
            END-IF.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RUN-FAILED TO TRUE
               GO TO 4200-COUNT-INITDATA-EXIT
            END-IF.
            MOVE "N" TO WS-INIT-EOF-SW.
            PERFORM 4900-READ-INIT-REC
               THRU 4900-READ-INIT-REC-EXIT
               UNTIL INIT-EOF.
            CLOSE DATAS.

        4200-COUNT-INITDATA-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4300-CHECK-ACROSS - THE RECORDS AN EARLIER RUN APPENDED   *
      * SIT AFTER THE FIRST WS-INIT-BASE RECORDS OF INITDATA.DAT. *
      * EACH MUST BE THE MATCHING TRANSACTION OF THE BATCH.  THE  *
      * FEED IS LEFT AT THE FIRST TRANSACTION STILL TO GO ACROSS. *
      *----------------------------------------------------------*
        4300-CHECK-ACROSS.
            OPEN INPUT DATAS.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RUN-FAILED TO TRUE
               GO TO 4300-CHECK-ACROSS-EXIT
            END-IF.
            MOVE "N" TO WS-INIT-EOF-SW.
            MOVE ZERO TO WS-INIT-RECS.
            PERFORM 4900-READ-INIT-REC
               THRU 4900-READ-INIT-REC-EXIT
               UNTIL WS-INIT-RECS = WS-INIT-BASE
                  OR INIT-EOF.
            PERFORM 4310-MATCH-ONE-REC
               THRU 4310-MATCH-ONE-REC-EXIT
               UNTIL WS-RECS-MATCHED = WS-RECS-ACROSS
                  OR RUN-FAILED.
            CLOSE DATAS.

        4300-CHECK-ACROSS-EXIT.
            EXIT.

        4310-MATCH-ONE-REC.
            IF FEED-EOF
               DISPLAY "SF5FCHK: HRFEED.DAT ENDED BEFORE THE RECORDS "
                  "ALREADY ON INITDATA.DAT"
               SET RUN-FAILED TO TRUE
               GO TO 4310-MATCH-ONE-REC-EXIT
            END-IF.
            IF FEED-HEADER OR FEED-TRAILER
               GO TO 4310-MATCH-ONE-REC-NEXT
            END-IF.
            PERFORM 4900-READ-INIT-REC
               THRU 4900-READ-INIT-REC-EXIT.
            IF INIT-EOF OR EMPLOYEES NOT = FEED-REC
               ADD 1 TO WS-RECS-MATCHED
               MOVE WS-RECS-MATCHED TO WS-COUNT-ED
               DISPLAY "SF5FCHK: INITDATA.DAT RECORD " WS-COUNT-ED
                  " AFTER THE STARTING POINT IS NOT THAT RECORD OF "
                  "BATCH " WS-BATCH-SEQ
               SET RUN-FAILED TO TRUE
               GO TO 4310-MATCH-ONE-REC-EXIT
            END-IF.
            ADD 1 TO WS-RECS-MATCHED.

        4310-MATCH-ONE-REC-NEXT.
            PERFORM 2900-READ-FEED-REC
               THRU 2900-READ-FEED-REC-EXIT.

        4310-MATCH-ONE-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 4900-READ-INIT-REC - READ AND COUNT THE NEXT INITDATA.DAT *
      * RECORD.  ONE THAT CANNOT BE READ FAILS THE RUN.           *
      *----------------------------------------------------------*
        4900-READ-INIT-REC.
            READ DATAS
               AT END
                  SET INIT-EOF TO TRUE
                  GO TO 4900-READ-INIT-REC-EXIT
            END-READ.
            IF ST-FILE NOT = "00"
               DISPLAY "SF5FCHK: BAD READ ON INITDATA.DAT, STATUS "
                  ST-FILE
               SET RUN-FAILED TO TRUE
               SET INIT-EOF TO TRUE
               GO TO 4900-READ-INIT-REC-EXIT
            END-IF.
            ADD 1 TO WS-INIT-RECS.

        4900-READ-INIT-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 8000-WRITE-BATCH-LOG - ONE BTCHLOG.DAT LINE FOR THE       *
      * BATCH WITH THE RESULT THE CALLER SET: STARTED AS THE      *
      * APPEND BEGINS, THEN ACCEPTED ONLY WHEN EVERY RECORD IS    *
      * ACROSS, SO A BATCH WHOSE APPEND FAILED IS NOT TAKEN FOR   *
      * ONE ALREADY PROCESSED.                                    *
      *----------------------------------------------------------*
        8000-WRITE-BATCH-LOG.
            MOVE WS-RUN-DATE TO WS-LOG-RUN-DATE.
            MOVE WS-TIME-NOW(1:6) TO WS-LOG-RUN-TIME.
            MOVE WS-BATCH-DATE TO WS-LOG-BATCH-DATE.
            MOVE WS-BATCH-SEQ TO WS-LOG-BATCH-SEQ.
            MOVE WS-INIT-BASE TO WS-LOG-INIT-BASE.
            MOVE WS-BODY-RECS TO WS-LOG-BODY-RECS.
            MOVE WS-TRL-COUNT-TEXT TO WS-LOG-TRL-COUNT.
            MOVE WS-HASH-CALC TO WS-LOG-HASH-CALC.
            MOVE WS-TRL-HASH-TEXT TO WS-LOG-TRL-HASH.
            MOVE WS-REASON-TEXT TO WS-LOG-REASON.

            OPEN EXTEND BTCHLOG.
            IF ST-BTCHLOG = "35"
               OPEN OUTPUT BTCHLOG
            END-IF.
            IF ST-BTCHLOG NOT = "00"
               DISPLAY "SF5FCHK: BAD OPEN ON BTCHLOG.DAT, STATUS "
                  ST-BTCHLOG ", BATCH " WS-BATCH-SEQ " NOT LOGGED"
               SET RUN-FAILED TO TRUE
               GO TO 8000-WRITE-BATCH-LOG-EXIT
            END-IF.
            WRITE BTCHLOG-LINE FROM WS-LOG-LINE.
            IF ST-BTCHLOG NOT = "00"
               DISPLAY "SF5FCHK: BAD WRITE ON BTCHLOG.DAT, STATUS "
                  ST-BTCHLOG ", BATCH " WS-BATCH-SEQ " NOT LOGGED"
               SET RUN-FAILED TO TRUE
            END-IF.
            CLOSE BTCHLOG.

        8000-WRITE-BATCH-LOG-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - LOG THE BATCH, EMPTY HRFEED.DAT ONCE   *
      * AN ACCEPTED BATCH IS ACROSS AND LOGGED (SO TOMORROW       *
      * WITHOUT A NEW FEED IS A CLEAN "NO BATCH" NIGHT), DISPLAY  *
      * THE TOTALS AND SET THE RETURN CODE.  A REFUSED FEED IS    *
      * LEFT WHERE IT IS FOR OPS AND HR TO LOOK AT.               *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE HRFEED.

            IF RUN-FAILED AND WS-REASON-TEXT = SPACE
               MOVE "COULD NOT RUN - SEE THE STEP'S MESSAGES"
                  TO WS-REASON-TEXT
            END-IF.

            IF BATCH-REFUSED OR RUN-FAILED
               MOVE "REFUSED" TO WS-LOG-RESULT
            ELSE
               MOVE "ACCEPTED" TO WS-LOG-RESULT
            END-IF.
            PERFORM 8000-WRITE-BATCH-LOG
               THRU 8000-WRITE-BATCH-LOG-EXIT.

            IF NOT BATCH-REFUSED AND NOT RUN-FAILED
               OPEN OUTPUT HRFEED
               IF ST-HRFEED NOT = "00"
                  DISPLAY "SF5FCHK: BAD OPEN ON HRFEED.DAT, STATUS "
                     ST-HRFEED ", FEED NOT EMPTIED"
                  SET RUN-FAILED TO TRUE
               ELSE
                  CLOSE HRFEED
               END-IF
            END-IF.

            DISPLAY "SF5FCHK: BATCH DATE..........: " WS-BATCH-DATE.
            DISPLAY "SF5FCHK: BATCH SEQUENCE......: " WS-BATCH-SEQ.
            MOVE WS-BODY-RECS TO WS-COUNT-ED.
            DISPLAY "SF5FCHK: RECORDS IN BATCH....: " WS-COUNT-ED.
            DISPLAY "SF5FCHK: TRAILER COUNT.......: "
               WS-TRL-COUNT-TEXT.
            DISPLAY "SF5FCHK: EMP-ID HASH COUNTED.: " WS-HASH-CALC.
            DISPLAY "SF5FCHK: TRAILER HASH........: "
               WS-TRL-HASH-TEXT.
            MOVE WS-RECS-ACROSS TO WS-COUNT-ED.
            DISPLAY "SF5FCHK: ALREADY ACROSS......: " WS-COUNT-ED.
            MOVE WS-RECS-APPENDED TO WS-COUNT-ED.
            DISPLAY "SF5FCHK: RECORDS APPENDED....: " WS-COUNT-ED.

            EVALUATE TRUE
               WHEN RUN-FAILED
                  MOVE 12 TO RETURN-CODE
               WHEN BATCH-REFUSED
                  DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ
                     " REFUSED - " WS-REASON-TEXT
                  MOVE 8 TO RETURN-CODE
               WHEN OTHER
                  DISPLAY "SF5FCHK: BATCH " WS-BATCH-SEQ
                     " ACCEPTED ONTO INITDATA.DAT"
            END-EVALUATE.

        9000-END-PROGRAM-EXIT.
            EXIT.

        END PROGRAM SF5FCHK.
