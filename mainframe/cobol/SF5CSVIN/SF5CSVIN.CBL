      *                    FIELD CONTENT IS NOT OTHERWISE        *
      *                    EDITED HERE - DATES, DEPARTMENTS AND  *
      *                    GRADES ARE SF5EDIT/SF5UPDEL'S JOB.    *
      *   2026-10-15  HRS  HR'S CSV NOW CARRIES BATCH CONTROL    *
      *                    ROWS - "HDR,BATCH DATE,SEQUENCE"      *
      *                    AHEAD OF THE DATA AND "TRL,RECORD     *
      *                    COUNT,EMP-ID HASH" LAST. A FIRST PASS *
      *                    PROVES THEM AND REFUSES A SHORT, CUT- *
      *                    OFF OR DOUBLED FILE (RC 8) BEFORE     *
      *                    ANYTHING IS WRITTEN. TRANOUT.DAT IS   *
      *                    BRACKETED BY A HEADER WITH THE SAME   *
      *                    BATCH DATE AND SEQUENCE AND A TRAILER *
      *                    OVER THE RECORDS WRITTEN, FOR SF5FCHK *
      *                    TO PROVE WHEN OPS FEED IT AS          *
      *                    HRFEED.DAT.                           *
      *   2026-10-15  HRS  THE END OF RUN NOW CLOSES ONLY THE    *
      *                    OUTPUT FILES THAT WERE OPENED - A     *
      *                    REFUSED BATCH NEVER OPENS TRANOUT.DAT *
      *                    OR DATAREJ.DAT.                       *
      *----------------------------------------------------------*

        ENVIRONMENT DIVISION.
            03 TO-DEPT               PIC X(4).
            03 TO-STATUS             PIC X(1).
            03 TO-EFFDATE            PIC X(8).
        01 TRANOUT-HEADER-REC.
            03 TH-REC-TYPE           PIC X(3).
            03 TH-BATCH-DATE         PIC X(8).
            03 TH-BATCH-SEQ          PIC 9(6).
            03 FILLER                PIC X(49).
        01 TRANOUT-TRAILER-REC.
            03 TT-REC-TYPE           PIC X(3).
            03 TT-REC-COUNT          PIC 9(9).
            03 TT-HASH-TOTAL         PIC 9(15).
            03 FILLER                PIC X(39).

        FD DATAREJ.
        01 REJECT-LINE               PIC X(80).
                88 PARSE-DONE            VALUE "Y".
            03 WS-LINE-BAD-SW        PIC X(01) VALUE "N".
                88 LINE-IS-BAD           VALUE "Y".
            03 WS-CONTROL-ROW-SW     PIC X(01) VALUE "N".
                88 CONTROL-ROW           VALUE "Y".
            03 WS-BATCH-HDR-SW       PIC X(01) VALUE "N".
                88 BATCH-HDR-FOUND       VALUE "Y".
            03 WS-BATCH-TRL-SW       PIC X(01) VALUE "N".
                88 BATCH-TRL-FOUND       VALUE "Y".
            03 WS-REFUSED-SW         PIC X(01) VALUE "N".
                88 BATCH-REFUSED         VALUE "Y".
            03 WS-READ-FAILED-SW     PIC X(01) VALUE "N".
                88 READ-FAILED           VALUE "Y".
            03 WS-TRANOUT-OPEN-SW    PIC X(01) VALUE "N".
                88 TRANOUT-IS-OPEN       VALUE "Y".
            03 WS-REJECT-OPEN-SW     PIC X(01) VALUE "N".
                88 REJECT-IS-OPEN        VALUE "Y".

      *     EIGHT COLLECTED FIELDS, EACH WIDE ENOUGH FOR THE
      *     WIDEST TARGET COLUMN (THE 20-BYTE NAMES).  A FIELD

        01  WS-REASON-TEXT           PIC X(35) VALUE SPACE.

      *     THE BATCH AS HR'S HDR AND TRL ROWS DESCRIBE IT, THE
      *     DATA LINES AND EMP-ID HASH AS COUNTED FROM THE CSV,
      *     AND THE HASH OF WHAT ACTUALLY WENT TO TRANOUT.DAT.
        01  WS-BATCH-DATE            PIC X(08) VALUE SPACE.
        01  WS-BATCH-DATE-PARTS REDEFINES WS-BATCH-DATE.
            03 WS-BATCH-YY           PIC 9(04).
            03 WS-BATCH-MM           PIC 9(02).
            03 WS-BATCH-DD           PIC 9(02).
        01  WS-BATCH-SEQ-NUM         PIC 9(06) VALUE ZERO.
        01  WS-TRL-COUNT             PIC 9(09) VALUE ZERO.
        01  WS-TRL-HASH              PIC 9(15) VALUE ZERO.
        01  WS-CSV-HASH              PIC 9(15) VALUE ZERO.
        01  WS-OUT-HASH              PIC 9(15) VALUE ZERO.
        01  WS-EMP-ID-NUM            PIC 9(04).
        01  WS-REFUSE-TEXT           PIC X(40) VALUE SPACE.

      *     PER-COLUMN WIDTH LIMITS, IN FIELD ORDER: TRAN-CODE,
      *     EMP-ID, LNAME, NAME, INITDATE, DEPT, STATUS, EFFDATE.
        01  WS-WIDTH-LIST.
            03 WS-BLANK-LINES         PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-WRITTEN        PIC 9(09) COMP VALUE ZERO.
            03 WS-RECS-REJECTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-DATA-LINES          PIC 9(09) COMP VALUE ZERO.

      *     THE REJECT LINE MATCHES THE ONES SF5UPDEL WRITES, SO
      *     SF5RECYC CAN AGE AND RECYCLE THESE THE SAME WAY.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            PERFORM 1500-PROVE-LINE
               THRU 1500-PROVE-LINE-EXIT
               UNTIL ENDOFFILE.

            PERFORM 1800-CHECK-CONTROLS
               THRU 1800-CHECK-CONTROLS-EXIT.

            IF NOT BATCH-REFUSED AND NOT READ-FAILED
               PERFORM 1900-START-CONVERSION
                  THRU 1900-START-CONVERSION-EXIT
               PERFORM 0100-CONVERT-LINE
                  THRU 0100-CONVERT-LINE-EXIT
                  UNTIL ENDOFFILE
               IF NOT READ-FAILED
                  PERFORM 3000-WRITE-TRAILER
                     THRU 3000-WRITE-TRAILER-EXIT
               END-IF
            END-IF.

            PERFORM 9000-END-PROGRAM
               THRU 9000-END-PROGRAM-EXIT.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - OPEN THE FEED AND PRIME THE FIRST LINE  *
      * FOR THE PASS THAT PROVES THE BATCH.                       *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               STOP RUN
            END-IF.

            PERFORM 2950-READ-CSV-LINE
               THRU 2950-READ-CSV-LINE-EXIT.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1500-PROVE-LINE - FIRST PASS, ONE LINE.  HR'S HDR ROW     *
      * MUST COME AHEAD OF ANY DATA AND NOTHING MAY FOLLOW THE    *
      * TRL ROW.  EVERY DATA LINE - GOOD OR DUE FOR DATAREJ.DAT - *
      * IS COUNTED, AND A FOUR-DIGIT EMP-ID IS ADDED TO THE HASH, *
      * THE SAME WAY HR BUILT THE TRL ROW.  THE FIRST FAULT       *
      * REFUSES THE BATCH AND ENDS THE PASS.                      *
      *----------------------------------------------------------*
        1500-PROVE-LINE.
            IF CSV-LINE = SPACE OR CSV-LINE = LOW-VALUE
               GO TO 1500-PROVE-LINE-NEXT
            END-IF.

            PERFORM 2100-PARSE-LINE
               THRU 2100-PARSE-LINE-EXIT.

            IF CONTROL-ROW
               PERFORM 1600-PROVE-CONTROL-ROW
                  THRU 1600-PROVE-CONTROL-ROW-EXIT
               GO TO 1500-PROVE-LINE-NEXT
            END-IF.

            IF NOT HEADER-SEEN
               MOVE "Y" TO WS-HEADER-SEEN-SW
               GO TO 1500-PROVE-LINE-NEXT
            END-IF.

            IF BATCH-TRL-FOUND
               MOVE "DATA LINES AFTER THE TRL ROW" TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1500-PROVE-LINE-NEXT
            END-IF.
            IF NOT BATCH-HDR-FOUND
               MOVE "NO HDR ROW AHEAD OF THE DATA" TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1500-PROVE-LINE-NEXT
            END-IF.

            ADD 1 TO WS-DATA-LINES.
            IF WS-FE-LEN(2) = 4
               IF WS-FE-TEXT(2)(1:4) IS NUMERIC
                  MOVE WS-FE-TEXT(2)(1:4) TO WS-EMP-ID-NUM
                  ADD WS-EMP-ID-NUM TO WS-CSV-HASH
               END-IF
            END-IF.

        1500-PROVE-LINE-NEXT.
            IF BATCH-REFUSED
               SET ENDOFFILE TO TRUE
               GO TO 1500-PROVE-LINE-EXIT
            END-IF.
            PERFORM 2950-READ-CSV-LINE
               THRU 2950-READ-CSV-LINE-EXIT.

        1500-PROVE-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1600-PROVE-CONTROL-ROW - HR'S BATCH CONTROL ROWS:         *
      * "HDR,YYYYMMDD,SEQUENCE" AND "TRL,RECORD COUNT,EMP-ID      *
      * HASH TOTAL".  ONE OF EACH, HDR FIRST, ALL DIGITS.         *
      *----------------------------------------------------------*
        1600-PROVE-CONTROL-ROW.
            IF WS-FE-TEXT(1) = "TRL"
               GO TO 1600-PROVE-TRAILER-ROW
            END-IF.

            IF BATCH-HDR-FOUND
               MOVE "SECOND HDR ROW - DUPLICATED/JOINED FILE"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            SET BATCH-HDR-FOUND TO TRUE.
            MOVE "HDR ROW NOT VALID" TO WS-REFUSE-TEXT.
            IF LINE-IS-BAD OR WS-FIELD-COUNT NOT = 3
               OR WS-FE-LEN(2) NOT = 8
               OR WS-FE-LEN(3) = ZERO OR WS-FE-LEN(3) > 6
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            IF WS-FE-TEXT(2)(1:8) IS NOT NUMERIC
               OR WS-FE-TEXT(3)(1:WS-FE-LEN(3)) IS NOT NUMERIC
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            MOVE WS-FE-TEXT(2)(1:8) TO WS-BATCH-DATE.
            MOVE WS-FE-TEXT(3)(1:WS-FE-LEN(3)) TO WS-BATCH-SEQ-NUM.
            IF WS-BATCH-MM < 1 OR WS-BATCH-MM > 12
               OR WS-BATCH-DD < 1 OR WS-BATCH-DD > 31
               OR WS-BATCH-SEQ-NUM = ZERO
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            MOVE SPACE TO WS-REFUSE-TEXT.
            GO TO 1600-PROVE-CONTROL-ROW-EXIT.

        1600-PROVE-TRAILER-ROW.
            IF NOT BATCH-HDR-FOUND
               MOVE "TRL ROW WITH NO HDR ROW AHEAD OF IT"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            IF BATCH-TRL-FOUND
               MOVE "SECOND TRL ROW - DUPLICATED/JOINED FILE"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            SET BATCH-TRL-FOUND TO TRUE.
            MOVE "TRL ROW NOT VALID" TO WS-REFUSE-TEXT.
            IF LINE-IS-BAD OR WS-FIELD-COUNT NOT = 3
               OR WS-FE-LEN(2) = ZERO OR WS-FE-LEN(2) > 9
               OR WS-FE-LEN(3) = ZERO OR WS-FE-LEN(3) > 15
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            IF WS-FE-TEXT(2)(1:WS-FE-LEN(2)) IS NOT NUMERIC
               OR WS-FE-TEXT(3)(1:WS-FE-LEN(3)) IS NOT NUMERIC
               SET BATCH-REFUSED TO TRUE
               GO TO 1600-PROVE-CONTROL-ROW-EXIT
            END-IF.
            MOVE WS-FE-TEXT(2)(1:WS-FE-LEN(2)) TO WS-TRL-COUNT.
            MOVE WS-FE-TEXT(3)(1:WS-FE-LEN(3)) TO WS-TRL-HASH.
            MOVE SPACE TO WS-REFUSE-TEXT.

        1600-PROVE-CONTROL-ROW-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1800-CHECK-CONTROLS - END OF THE FIRST PASS.  A FEED      *
      * WITH NO HDR ROW IS NOT A CONTROLLED BATCH, ONE WITH NO    *
      * TRL ROW WAS CUT SHORT, AND OTHERWISE THE DATA LINES MUST  *
      * AGREE WITH THE TRL ROW'S COUNT AND HASH.                  *
      *----------------------------------------------------------*
        1800-CHECK-CONTROLS.
            IF BATCH-REFUSED OR READ-FAILED
               GO TO 1800-CHECK-CONTROLS-EXIT
            END-IF.

            IF NOT BATCH-HDR-FOUND
               MOVE "NO HDR ROW - NOT A CONTROLLED BATCH"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1800-CHECK-CONTROLS-EXIT
            END-IF.
            IF NOT BATCH-TRL-FOUND
               MOVE "NO TRL ROW - FILE CUT SHORT" TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1800-CHECK-CONTROLS-EXIT
            END-IF.
            IF WS-DATA-LINES < WS-TRL-COUNT
               MOVE "SHORT BATCH - FEWER LINES THAN TRL ROW"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1800-CHECK-CONTROLS-EXIT
            END-IF.
            IF WS-DATA-LINES > WS-TRL-COUNT
               MOVE "MORE LINES THAN THE TRL ROW COUNT"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
               GO TO 1800-CHECK-CONTROLS-EXIT
            END-IF.
            IF WS-CSV-HASH NOT = WS-TRL-HASH
               MOVE "EMP-ID HASH TOTAL DOES NOT AGREE"
                  TO WS-REFUSE-TEXT
               SET BATCH-REFUSED TO TRUE
            END-IF.

        1800-CHECK-CONTROLS-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1900-START-CONVERSION - THE BATCH HAS PROVED OUT.  OPEN   *
      * THE FEED AGAIN FOR THE CONVERSION PASS, THE FIXED-LAYOUT  *
      * OUTPUT AND THE REJECT FILE (EXTENDED - THE DAY'S EARLIER  *
      * REJECTS, WHOEVER WROTE THEM, MUST SURVIVE), WRITE THE     *
      * BATCH HEADER SF5FCHK LOOKS FOR AND PRIME THE FIRST LINE.  *
      *----------------------------------------------------------*
        1900-START-CONVERSION.
            CLOSE TRANCSV.
            OPEN INPUT TRANCSV.
            IF ST-TRANCSV NOT = "00"
               DISPLAY "SF5CSVIN: BAD OPEN ON TRANCSV.CSV, STATUS "
                  ST-TRANCSV
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "N" TO WS-HEADER-SEEN-SW.
            MOVE ZERO TO WS-LINES-READ.

            OPEN OUTPUT TRANOUT.
            IF ST-TRANOUT NOT = "00"
               DISPLAY "SF5CSVIN: BAD OPEN ON TRANOUT.DAT, STATUS "
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            SET TRANOUT-IS-OPEN TO TRUE.

            OPEN EXTEND DATAREJ.
            IF ST-REJECT = "35"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            SET REJECT-IS-OPEN TO TRUE.

            MOVE SPACE TO TRANOUT-HEADER-REC.
            MOVE "HDR" TO TH-REC-TYPE.
            MOVE WS-BATCH-DATE TO TH-BATCH-DATE.
            MOVE WS-BATCH-SEQ-NUM TO TH-BATCH-SEQ.
            WRITE TRANOUT-HEADER-REC.
            IF ST-TRANOUT NOT = "00"
               DISPLAY "SF5CSVIN: BAD WRITE ON TRANOUT.DAT, STATUS "
                  ST-TRANOUT ", BATCH HEADER"
               CLOSE TRANCSV
               CLOSE TRANOUT
               CLOSE DATAREJ
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM 2950-READ-CSV-LINE
               THRU 2950-READ-CSV-LINE-EXIT.

        1900-START-CONVERSION-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 0100-CONVERT-LINE - ONE LINE OF THE FEED.  THE HDR AND    *
      * TRL ROWS HAVE BEEN PROVED AND ARE SKIPPED, AS IS THE      *
      * FIRST OTHER NON-BLANK LINE (THE HRIS COLUMN-TITLE ROW);   *
      * EVERY OTHER NON-BLANK LINE EITHER MAPS CLEANLY ONTO THE   *
      * FIXED LAYOUT OR GOES TO DATAREJ.DAT WITH A REASON.        *
      *----------------------------------------------------------*
               GO TO 0100-CONVERT-LINE-NEXT
            END-IF.

            PERFORM 2100-PARSE-LINE
               THRU 2100-PARSE-LINE-EXIT.

            IF CONTROL-ROW
               GO TO 0100-CONVERT-LINE-NEXT
            END-IF.

            IF NOT HEADER-SEEN
               MOVE "Y" TO WS-HEADER-SEEN-SW
               GO TO 0100-CONVERT-LINE-NEXT
            END-IF.

            IF LINE-IS-BAD
               PERFORM 2800-WRITE-REJECT-LINE
                  THRU 2800-WRITE-REJECT-LINE-EXIT
      * FOR AN EMBEDDED QUOTE), WHICH IS HOW THE HRIS EXPORTS A   *
      * NAME WITH A COMMA IN IT.  A QUOTE IN THE MIDDLE OF AN     *
      * UNQUOTED FIELD, A QUOTE LEFT OPEN AT END OF LINE, OR      *
      * MORE THAN EIGHT FIELDS MARKS THE LINE BAD.  A LINE WHOSE  *
      * FIRST FIELD IS "HDR" OR "TRL" IS A BATCH CONTROL ROW AND  *
      * IS NOT HELD TO THE TRANSACTION FIELD COUNT.               *
      *----------------------------------------------------------*
        2100-PARSE-LINE.
            MOVE "N" TO WS-LINE-BAD-SW.
            MOVE "N" TO WS-CONTROL-ROW-SW.
            MOVE "N" TO WS-IN-QUOTES-SW.
            MOVE "N" TO WS-PARSE-DONE-SW.
            MOVE SPACE TO WS-REASON-TEXT.
            END-IF.

            MOVE WS-FIELD-NO TO WS-FIELD-COUNT.
            IF WS-FE-LEN(1) = 3
               AND (WS-FE-TEXT(1) = "HDR" OR WS-FE-TEXT(1) = "TRL")
               SET CONTROL-ROW TO TRUE
            END-IF.
            IF NOT LINE-IS-BAD AND NOT CONTROL-ROW
               AND WS-FIELD-COUNT NOT = 7
               AND WS-FIELD-COUNT NOT = 8
               MOVE "WRONG FIELD COUNT - WANT 7 OR 8"
                  ST-TRANOUT ", EMP-ID " TO-EMP-ID
            ELSE
               ADD 1 TO WS-RECS-WRITTEN
               IF TO-EMP-ID IS NUMERIC
                  MOVE TO-EMP-ID TO WS-EMP-ID-NUM
                  ADD WS-EMP-ID-NUM TO WS-OUT-HASH
               END-IF
            END-IF.

        2300-MAP-AND-WRITE-EXIT.
                  DISPLAY "SF5CSVIN: BAD READ ON TRANCSV.CSV, "
                     "STATUS " ST-TRANCSV
                  MOVE 12 TO RETURN-CODE
                  SET READ-FAILED TO TRUE
                  SET ENDOFFILE TO TRUE
               ELSE
                  ADD 1 TO WS-LINES-READ
        2950-READ-CSV-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 3000-WRITE-TRAILER - CLOSE TRANOUT.DAT WITH THE BATCH     *
      * TRAILER SF5FCHK PROVES IT BY: THE COUNT AND EMP-ID HASH   *
      * OF THE RECORDS ACTUALLY WRITTEN, SO LINES THAT WENT TO    *
      * DATAREJ.DAT ARE NOT EXPECTED DOWNSTREAM.                  *
      *----------------------------------------------------------*
        3000-WRITE-TRAILER.
            MOVE SPACE TO TRANOUT-TRAILER-REC.
            MOVE "TRL" TO TT-REC-TYPE.
            MOVE WS-RECS-WRITTEN TO TT-REC-COUNT.
            MOVE WS-OUT-HASH TO TT-HASH-TOTAL.
            WRITE TRANOUT-TRAILER-REC.
            IF ST-TRANOUT NOT = "00"
               DISPLAY "SF5CSVIN: BAD WRITE ON TRANOUT.DAT, STATUS "
                  ST-TRANOUT ", BATCH TRAILER"
               MOVE 12 TO RETURN-CODE
            END-IF.

        3000-WRITE-TRAILER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9000-END-PROGRAM - CLOSE THE FILES AND DISPLAY THE RUN    *
      * TOTALS.  REJECTS ARE ROUTINE (THAT IS WHAT DATAREJ.DAT    *
      * AND SF5RECYC ARE FOR) AND DO NOT FAIL THE STEP.  A        *
      * REFUSED BATCH ENDS RC 8 WITH NOTHING WRITTEN - NO         *
      * TRANOUT.DAT RECORDS AND NO REJECTS - SO HR CAN SIMPLY     *
      * SEND THE WHOLE FILE AGAIN.                                *
      *----------------------------------------------------------*
        9000-END-PROGRAM.
            CLOSE TRANCSV.
            IF TRANOUT-IS-OPEN
               CLOSE TRANOUT
            END-IF.
            IF REJECT-IS-OPEN
               CLOSE DATAREJ
            END-IF.

            DISPLAY "SF5CSVIN: BATCH DATE..........: " WS-BATCH-DATE.
            DISPLAY "SF5CSVIN: BATCH SEQUENCE......: "
               WS-BATCH-SEQ-NUM.
            MOVE WS-DATA-LINES TO WS-COUNT-ED.
            DISPLAY "SF5CSVIN: DATA LINES IN BATCH.: " WS-COUNT-ED.
            MOVE WS-TRL-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5CSVIN: TRL ROW COUNT.......: " WS-COUNT-ED.
            IF BATCH-REFUSED
               DISPLAY "SF5CSVIN: BATCH REFUSED - " WS-REFUSE-TEXT
               DISPLAY "SF5CSVIN: NOTHING WRITTEN TO TRANOUT.DAT OR "
                  "DATAREJ.DAT"
               MOVE 8 TO RETURN-CODE
            END-IF.

            MOVE WS-LINES-READ TO WS-COUNT-ED.
            DISPLAY "SF5CSVIN: LINES READ..........: " WS-COUNT-ED.
