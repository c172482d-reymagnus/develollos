        IDENTIFICATION DIVISION.
        PROGRAM-ID. SF5BENX.
        AUTHOR. HR-SYSTEMS-MAINTENANCE.
        DATE-WRITTEN. 2026-10-15.
      *----------------------------------------------------------*
      * MODIFICATION HISTORY                                     *
      *   2026-10-15  HRS  ORIGINAL VERSION - BENEFITS CARRIER   *
      *                    ENROLLMENT INTERFACE, SO THE BENEFITS *
      *                    DESK STOPS RE-KEYING DATADELT.DAT     *
      *                    INTO THE CARRIER'S PORTAL.  THE       *
      *                    NIGHTLY RUN (SF5NITE, AFTER SF5DELTA) *
      *                    TURNS THE DAY'S DELTA INTO THE        *
      *                    CARRIER'S FIXED-FORMAT BENENRL.DAT -  *
      *                    A FILE HEADER, ONE MEMBER RECORD PER  *
      *                    ADD, CHANGE, TERMINATION, LEAVE OR    *
      *                    REHIRE WITH ITS COVERAGE-CHANGE DATE  *
      *                    TAKEN FROM THE MASTER'S OWN DATES,    *
      *                    AND A TRAILER WITH THE COUNTS.  EVERY *
      *                    MEMBER SENT IS ADDED TO BENPEND.DAT   *
      *                    UNTIL THE CARRIER ACKNOWLEDGES IT.    *
      *                    PARM 'ACK' LOADS THE CARRIER'S        *
      *                    BENACK.DAT, MATCHES IT AGAINST        *
      *                    BENPEND.DAT AND LISTS REJECTED AND    *
      *                    UNACKNOWLEDGED MEMBERS ON BENXEXC.DAT *
      *                    FOR THE DESK TO FOLLOW UP.            *
      *----------------------------------------------------------*
      *
      *     BENENRL.DAT - 100-BYTE FIXED RECORDS, AS AGREED WITH
      *     THE CARRIER:
      *
      *       "HD"  SENDER ID "SF5HR", FILE DATE YYYYMMDD, FILE
      *             SEQUENCE NUMBER (6 DIGITS, ONE UP PER FILE)
      *       "MB"  MEMBER SEQUENCE WITHIN THE FILE, ACTION, EMP-ID,
      *             LAST NAME, FIRST NAME, HIRE DATE, DEPARTMENT,
      *             STATUS, COVERAGE-CHANGE DATE
      *       "TR"  MEMBER COUNT, THEN THE ADD, CHANGE, TERMINATION,
      *             LEAVE AND REHIRE COUNTS (7 DIGITS EACH)
      *
      *     ACTION AND COVERAGE-CHANGE DATE, FROM THE DELTA ACTION:
      *
      *       "AD"  ADD .................... INITDATE
      *       "TM"  TERMINATION, OR A CHANGE THAT MOVED THE
      *             TERMDATE OF SOMEONE TERMINATED .. TERMDATE
      *       "LV"  ONTO LEAVE, OR A CHANGE THAT MOVED THE
      *             LEAVEDATE OF SOMEONE ON LEAVE ... LEAVEDATE
      *       "RH"  REHIRE (A CHANGE THAT MOVED THE REHIRE DATE
      *             OF SOMEONE NOW ACTIVE) ......... REHIREDATE
      *       "CH"  ANY OTHER CHANGE ....... THE TERM, LEAVE,
      *             REHIRE OR LEAVE-RETURN DATE THAT MOVED, IN
      *             THAT ORDER, ELSE THE RUN DATE
      *
      *     AN ADD, TERMINATION, LEAVE OR REHIRE WHOSE DATE IS
      *     BLANK OR NOT A DATE IS NOT SENT - A WRONG COVERAGE
      *     DATE IS THE MISTAKE THIS FILE EXISTS TO STOP.  IT IS
      *     LISTED AS HELD ON BENXRPT.DAT AND THE RUN ENDS RC 4.
      *     THE CORRECTION COMES THROUGH THE DELTA AS A CHANGE
      *     WITH NO STATUS MOVE, AND BY THE RULES ABOVE IT GOES
      *     OUT AS THE TERMINATION, LEAVE OR REHIRE THAT WAS HELD,
      *     CARRYING THE CORRECTED DATE.
      *
      *     BENACK.DAT - 100-BYTE FIXED RECORDS FROM THE CARRIER,
      *     ONE GROUP PER FILE ACKNOWLEDGED:
      *
      *       "AH"  FILE DATE AND FILE SEQUENCE BEING ACKNOWLEDGED
      *       "AD"  MEMBER SEQUENCE, EMP-ID, "A" ACCEPTED OR "R"
      *             REJECTED, CARRIER REASON CODE AND TEXT
      *       "AT"  COUNT OF "AD" RECORDS IN THE GROUP
      *
      *     A GROUP WITHOUT ITS TRAILER, OR WHOSE COUNT DOES NOT
      *     AGREE, REFUSES THE WHOLE ACK FILE (RC 8) AND NOTHING
      *     IS CLEARED.  A MEMBER OF AN ACKNOWLEDGED FILE THAT THE
      *     CARRIER LEFT OUT IS UNACKNOWLEDGED.  A MEMBER OF A FILE
      *     NOT YET ACKNOWLEDGED STAYS PENDING, AND IS LISTED ONCE
      *     A LATER FILE HAS BEEN ACKNOWLEDGED AHEAD OF IT.
      *
      *     RETURN CODE: 0 = CLEAN, 4 = MEMBERS HELD (SEND) OR
      *     EXCEPTIONS LISTED (ACK), 8 = ACK FILE REFUSED,
      *     12 = COULD NOT RUN.  THE SEND RUN BUILDS ONE FILE PER
      *     DAY; PARM 'RESEND' BUILDS ANOTHER FROM THE SAME DELTA.
      *     A SEND RUN THAT FAILED DID NOT RECORD ITS FILE, SO THE
      *     RERUN BUILDS IT AGAIN UNDER THE SAME SEQUENCE NUMBER
      *     AND FIRST DROPS FROM BENPEND.DAT THE MEMBERS THE FAILED
      *     RUN LEFT THERE UNDER THAT NUMBER.
      *

        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DELTAIN ASSIGN TO "DATADELT.DAT"
           FILE STATUS IS ST-DELTAIN
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BENENRL ASSIGN TO "BENENRL.DAT"
           FILE STATUS IS ST-BENENRL
        ORGANIZATION IS SEQUENTIAL.

        SELECT BENACK ASSIGN TO "BENACK.DAT"
           FILE STATUS IS ST-BENACK
        ORGANIZATION IS SEQUENTIAL.

        SELECT BENPEND ASSIGN TO "BENPEND.DAT"
           FILE STATUS IS ST-BENPEND
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BENPNEW ASSIGN TO "BENPNEW.DAT"
           FILE STATUS IS ST-BENPNEW
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BENXCTL ASSIGN TO "BENXCTL.DAT"
           FILE STATUS IS ST-BENXCTL
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BENXRPT ASSIGN TO "BENXRPT.DAT"
           FILE STATUS IS ST-BENXRPT
           ORGANIZATION IS LINE SEQUENTIAL.

        SELECT BENXEXC ASSIGN TO "BENXEXC.DAT"
           FILE STATUS IS ST-BENXEXC
           ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
        FD DELTAIN.
        01 DELTA-RECORD.
            03 DL-ACTION             PIC X(1).
                88 DL-ADD                VALUE "A".
                88 DL-CHANGE             VALUE "C".
                88 DL-TERM               VALUE "T".
                88 DL-LEAVE              VALUE "L".
            03 DL-FIELD-FLAGS.
                05 DL-FLAG-LNAME     PIC X(1).
                05 DL-FLAG-NAME      PIC X(1).
                05 DL-FLAG-INITDATE  PIC X(1).
                05 DL-FLAG-DEPT      PIC X(1).
                05 DL-FLAG-STATUS    PIC X(1).
                05 DL-FLAG-TERMDATE  PIC X(1).
                05 DL-FLAG-REHIRDT   PIC X(1).
                05 DL-FLAG-LEAVEDT   PIC X(1).
                05 DL-FLAG-LEAVERT   PIC X(1).
            03 DL-EMPLOYEE.
                05 DL-ID             PIC X(4).
                05 DL-LNAME          PIC X(20).
                05 DL-NAME           PIC X(20).
                05 DL-INITDATE       PIC X(8).
                05 DL-DEPT           PIC X(4).
                05 DL-STATUS         PIC X(1).
                    88 DL-ACTIVE         VALUE "A".
                    88 DL-TERMINATED     VALUE "T".
                    88 DL-ON-LEAVE       VALUE "L".
                05 DL-TERMDATE       PIC X(8).
                05 DL-REHIREDATE     PIC X(8).
                05 DL-LEAVEDATE      PIC X(8).
                05 DL-LEAVERET       PIC X(8).

        FD BENENRL.
        01 ENRL-REC                  PIC X(100).

        FD BENACK.
        01 ACK-REC.
            03 AK-REC-TYPE           PIC X(2).
                88 AK-HEADER             VALUE "AH".
                88 AK-DETAIL             VALUE "AD".
                88 AK-TRAILER            VALUE "AT".
            03 FILLER                PIC X(98).
        01 ACK-HEADER-REC.
            03 FILLER                PIC X(2).
            03 AH-FILE-DATE          PIC X(8).
            03 AH-FILE-SEQ           PIC X(6).
            03 FILLER                PIC X(84).
        01 ACK-DETAIL-REC.
            03 FILLER                PIC X(2).
            03 AD-MBR-SEQ            PIC X(6).
            03 AD-EMP-ID             PIC X(4).
            03 AD-STATUS             PIC X(1).
            03 AD-REASON-CODE        PIC X(4).
            03 AD-REASON-TEXT        PIC X(40).
            03 FILLER                PIC X(43).
        01 ACK-TRAILER-REC.
            03 FILLER                PIC X(2).
            03 AT-DETAIL-COUNT       PIC X(7).
            03 FILLER                PIC X(91).

      *     ONE LINE PER MEMBER SENT AND NOT YET ACKNOWLEDGED.
        FD BENPEND.
        01 PEND-REC.
            03 PD-FILE-ID.
                05 PD-FILE-DATE      PIC X(8).
                05 FILLER            PIC X(1).
                05 PD-FILE-SEQ       PIC X(6).
            03 FILLER                PIC X(1).
            03 PD-MBR-SEQ            PIC X(6).
            03 FILLER                PIC X(1).
            03 PD-ACTION             PIC X(2).
            03 FILLER                PIC X(1).
            03 PD-EMP-ID             PIC X(4).
            03 FILLER                PIC X(1).
            03 PD-LNAME              PIC X(20).
            03 FILLER                PIC X(1).
            03 PD-COVER-DATE         PIC X(8).

        FD BENPNEW.
        01 PNEW-REC                  PIC X(60).

        FD BENXCTL.
        01 BXC-REC.
            03 BXC-LAST-DATE         PIC X(8).
            03 FILLER                PIC X(1).
            03 BXC-LAST-SEQ          PIC X(6).

        FD BENXRPT.
        01 SEND-LINE                 PIC X(132).

        FD BENXEXC.
        01 EXC-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.

        01  ST-DELTAIN   PIC XX.
        01  ST-BENENRL   PIC XX.
        01  ST-BENACK    PIC XX.
        01  ST-BENPEND   PIC XX.
        01  ST-BENPNEW   PIC XX.
        01  ST-BENXCTL   PIC XX.
        01  ST-BENXRPT   PIC XX.
        01  ST-BENXEXC   PIC XX.

        01  WS-RUN-PARM              PIC X(20) VALUE SPACE.
            88 PARM-SEND                 VALUE SPACE.
            88 PARM-RESEND               VALUE "RESEND".
            88 PARM-ACK                  VALUE "ACK".

        01  WS-RUN-DATE              PIC 9(08).

        01  WS-SWITCHES.
            03 WS-DELTA-EOF-SW       PIC X(01) VALUE "N".
                88 DELTA-EOF             VALUE "Y".
            03 WS-ACK-EOF-SW         PIC X(01) VALUE "N".
                88 ACK-EOF               VALUE "Y".
            03 WS-PEND-EOF-SW        PIC X(01) VALUE "N".
                88 PEND-EOF              VALUE "Y".
            03 WS-PEND-MISSING-SW    PIC X(01) VALUE "N".
                88 PEND-MISSING          VALUE "Y".
            03 WS-IN-GROUP-SW        PIC X(01) VALUE "N".
                88 IN-ACK-GROUP          VALUE "Y".
            03 WS-ACK-REFUSED-SW     PIC X(01) VALUE "N".
                88 ACK-REFUSED           VALUE "Y".
            03 WS-RUN-FAILED-SW      PIC X(01) VALUE "N".
                88 RUN-FAILED            VALUE "Y".
            03 WS-DATE-OK-SW         PIC X(01) VALUE "N".
                88 DATE-OK               VALUE "Y".
            03 WS-ACK-FOUND-SW       PIC X(01) VALUE "N".
                88 ACK-FOUND             VALUE "Y".
            03 WS-FILE-FOUND-SW      PIC X(01) VALUE "N".
                88 ACKED-FILE-FOUND      VALUE "Y".
            03 WS-SCAN-DONE-SW       PIC X(01) VALUE "N".
                88 SCAN-DONE             VALUE "Y".
                88 SCAN-NOT-DONE         VALUE "N".

        01  WS-CONTROL-TOTALS.
            03 WS-DELTA-READ          PIC 9(09) COMP VALUE ZERO.
            03 WS-MBR-SENT            PIC 9(09) COMP VALUE ZERO.
            03 WS-ADD-SENT            PIC 9(09) COMP VALUE ZERO.
            03 WS-CHG-SENT            PIC 9(09) COMP VALUE ZERO.
            03 WS-TERM-SENT           PIC 9(09) COMP VALUE ZERO.
            03 WS-LEAVE-SENT          PIC 9(09) COMP VALUE ZERO.
            03 WS-REHIRE-SENT         PIC 9(09) COMP VALUE ZERO.
            03 WS-HELD-COUNT          PIC 9(09) COMP VALUE ZERO.
            03 WS-ACK-READ            PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-READ           PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-CLEARED        PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-REJECTED       PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-UNACKED        PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-KEPT           PIC 9(09) COMP VALUE ZERO.
            03 WS-ACK-NOT-PENDING     PIC 9(09) COMP VALUE ZERO.
            03 WS-EXCEPTION-COUNT     PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-COPIED         PIC 9(09) COMP VALUE ZERO.
            03 WS-PEND-DROPPED        PIC 9(09) COMP VALUE ZERO.

      *     THIS FILE'S IDENTITY.  THE SEQUENCE IS ONE UP ON THE
      *     LAST FILE BENXCTL.DAT RECORDS; 999999 IS FOLLOWED BY
      *     000001.
        01  WS-LAST-DATE             PIC X(08) VALUE SPACE.
        01  WS-LAST-SEQ-NUM          PIC 9(06) VALUE ZERO.
        01  WS-FILE-SEQ-NUM          PIC 9(06) VALUE ZERO.
        01  WS-MBR-SEQ-NUM           PIC 9(06) VALUE ZERO.

        01  WS-COVER-DATE            PIC X(08).
        01  WS-COVER-SOURCE          PIC X(10).
        01  WS-HOLD-REASON           PIC X(40).

        01  WS-DATE-WORK             PIC X(08).
        01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
            03 WS-DATE-YYYY          PIC 9(04).
            03 WS-DATE-MM            PIC 9(02).
            03 WS-DATE-DD            PIC 9(02).

        01  WS-ENRL-HEADER.
            03 FILLER                PIC X(02) VALUE "HD".
            03 WS-EH-SENDER          PIC X(08) VALUE "SF5HR".
            03 WS-EH-FILE-DATE       PIC 9(08).
            03 WS-EH-FILE-SEQ        PIC 9(06).
            03 FILLER                PIC X(76) VALUE SPACE.

        01  WS-ENRL-MEMBER.
            03 FILLER                PIC X(02) VALUE "MB".
            03 WS-EM-MBR-SEQ         PIC 9(06).
            03 WS-EM-ACTION          PIC X(02).
            03 WS-EM-EMP-ID          PIC X(04).
            03 WS-EM-LNAME           PIC X(20).
            03 WS-EM-NAME            PIC X(20).
            03 WS-EM-HIRE-DATE       PIC X(08).
            03 WS-EM-DEPT            PIC X(04).
            03 WS-EM-STATUS          PIC X(01).
            03 WS-EM-COVER-DATE      PIC X(08).
            03 FILLER                PIC X(25) VALUE SPACE.

        01  WS-ENRL-TRAILER.
            03 FILLER                PIC X(02) VALUE "TR".
            03 WS-ET-MBR-COUNT       PIC 9(07).
            03 WS-ET-ADD-COUNT       PIC 9(07).
            03 WS-ET-CHG-COUNT       PIC 9(07).
            03 WS-ET-TERM-COUNT      PIC 9(07).
            03 WS-ET-LEAVE-COUNT     PIC 9(07).
            03 WS-ET-REHIRE-COUNT    PIC 9(07).
            03 FILLER                PIC X(56) VALUE SPACE.

        01  WS-PEND-LINE.
            03 WS-PL-FILE-DATE       PIC 9(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-FILE-SEQ        PIC 9(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-MBR-SEQ         PIC 9(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-ACTION          PIC X(02).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-EMP-ID          PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-PL-COVER-DATE      PIC X(08).

      *     THE CARRIER'S ACKNOWLEDGEMENTS, AND THE FILES THEY
      *     COVER.  A FILE ID IS THE FILE DATE AND SEQUENCE IN THE
      *     SAME SHAPE BENPEND.DAT CARRIES THEM.
        01  WS-ACK-TABLE.
            03 WS-AK-LIMIT            PIC 9(05) COMP VALUE 5000.
            03 WS-AK-COUNT            PIC 9(05) COMP VALUE ZERO.
            03 WS-AK-ENTRY OCCURS 5000 TIMES.
                05 WS-AK-FILE-ID      PIC X(15).
                05 WS-AK-MBR-SEQ      PIC X(06).
                05 WS-AK-EMP-ID       PIC X(04).
                05 WS-AK-STATUS       PIC X(01).
                05 WS-AK-REASON-CODE  PIC X(04).
                05 WS-AK-REASON-TEXT  PIC X(40).
                05 WS-AK-MATCHED-SW   PIC X(01).
        01  WS-AK-SUB                 PIC 9(05) COMP VALUE ZERO.

        01  WS-ACKED-FILE-TABLE.
            03 WS-AF-LIMIT            PIC 9(03) COMP VALUE 100.
            03 WS-AF-COUNT            PIC 9(03) COMP VALUE ZERO.
            03 WS-AF-FILE-ID OCCURS 100 TIMES
                                      PIC X(15).
        01  WS-AF-SUB                 PIC 9(03) COMP VALUE ZERO.

        01  WS-CURRENT-FILE-ID.
            03 WS-CF-FILE-DATE        PIC X(08).
            03 FILLER                 PIC X(01) VALUE SPACE.
            03 WS-CF-FILE-SEQ         PIC X(06).
        01  WS-LATEST-ACKED-DATE      PIC X(08) VALUE SPACE.
        01  WS-GROUP-COUNT            PIC 9(07) VALUE ZERO.
        01  WS-TRL-COUNT              PIC 9(07) VALUE ZERO.
        01  WS-REFUSE-TEXT            PIC X(40) VALUE SPACE.

        01  WS-SEND-COLUMNS.
            03 FILLER                PIC X(08) VALUE "MBR SEQ".
            03 FILLER                PIC X(07) VALUE "ACTION".
            03 FILLER                PIC X(07) VALUE "EMP-ID".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(21) VALUE "FIRST NAME".
            03 FILLER                PIC X(10) VALUE "COVER DT".
            03 FILLER                PIC X(11) VALUE "DATE FROM".
            03 FILLER                PIC X(47) VALUE "NOTE".

        01  WS-SEND-DETAIL.
            03 WS-SD-MBR-SEQ         PIC X(06).
            03 FILLER                PIC X(04) VALUE SPACE.
            03 WS-SD-ACTION          PIC X(02).
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-SD-EMP-ID          PIC X(04).
            03 FILLER                PIC X(03) VALUE SPACE.
            03 WS-SD-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SD-NAME            PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SD-COVER-DATE      PIC X(08).
            03 FILLER                PIC X(02) VALUE SPACE.
            03 WS-SD-SOURCE          PIC X(10).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-SD-NOTE            PIC X(40).
            03 FILLER                PIC X(07) VALUE SPACE.

        01  WS-EXC-COLUMNS.
            03 FILLER                PIC X(09) VALUE "FILE DT".
            03 FILLER                PIC X(07) VALUE "FILE".
            03 FILLER                PIC X(07) VALUE "MBR".
            03 FILLER                PIC X(03) VALUE "AC".
            03 FILLER                PIC X(05) VALUE "EMP".
            03 FILLER                PIC X(21) VALUE "LAST NAME".
            03 FILLER                PIC X(09) VALUE "COVER DT".
            03 FILLER                PIC X(41) VALUE "EXCEPTION".
            03 FILLER                PIC X(05) VALUE "CODE".
            03 FILLER                PIC X(25) VALUE "CARRIER TEXT".

        01  WS-EXC-DETAIL.
            03 WS-XD-FILE-DATE       PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-FILE-SEQ        PIC X(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-MBR-SEQ         PIC X(06).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-ACTION          PIC X(02).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-EMP-ID          PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-LNAME           PIC X(20).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-COVER-DATE      PIC X(08).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-EXCEPTION       PIC X(40).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-REASON-CODE     PIC X(04).
            03 FILLER                PIC X(01) VALUE SPACE.
            03 WS-XD-REASON-TEXT     PIC X(25).

        01  WS-COUNT-ED              PIC Z(8)9.
        01  WS-SEQ-ED                PIC 9(06).

        PROCEDURE DIVISION.

        0000-MAINLINE.
            PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

            IF PARM-ACK
               PERFORM 5000-LOAD-ACK-REC
                  THRU 5000-LOAD-ACK-REC-EXIT
                  UNTIL ACK-EOF
               PERFORM 5200-CHECK-ACK-FILE
                  THRU 5200-CHECK-ACK-FILE-EXIT
               IF NOT ACK-REFUSED AND NOT RUN-FAILED
                  PERFORM 5500-MATCH-PENDING
                     THRU 5500-MATCH-PENDING-EXIT
                  PERFORM 5800-LIST-UNMATCHED-ACK
                     THRU 5800-LIST-UNMATCHED-ACK-EXIT
                  PERFORM 5900-REPLACE-PENDING
                     THRU 5900-REPLACE-PENDING-EXIT
               END-IF
               PERFORM 9200-END-ACK
                  THRU 9200-END-ACK-EXIT
            ELSE
               PERFORM 2000-BUILD-MEMBER
                  THRU 2000-BUILD-MEMBER-EXIT
                  UNTIL DELTA-EOF
               PERFORM 9100-END-SEND
                  THRU 9100-END-SEND-EXIT
            END-IF.

            STOP RUN.

      *----------------------------------------------------------*
      * 1000-INITIALIZE - TAKE THE RUN PARAMETER AND OPEN THE     *
      * FILES FOR THE SEND RUN OR THE ACK RUN.                    *
      *----------------------------------------------------------*
        1000-INITIALIZE.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
            IF WS-RUN-PARM = LOW-VALUE
               MOVE SPACE TO WS-RUN-PARM
            END-IF.
            IF NOT PARM-SEND AND NOT PARM-RESEND AND NOT PARM-ACK
               DISPLAY "SF5BENX: PARM MUST BE BLANK, 'RESEND' OR "
                  "'ACK', NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            IF PARM-ACK
               PERFORM 1200-OPEN-ACK-RUN
                  THRU 1200-OPEN-ACK-RUN-EXIT
            ELSE
               PERFORM 1100-OPEN-SEND-RUN
                  THRU 1100-OPEN-SEND-RUN-EXIT
            END-IF.

        1000-INITIALIZE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1100-OPEN-SEND-RUN - NUMBER THIS FILE FROM BENXCTL.DAT,   *
      * OPEN THE DELTA, THE CARRIER FILE, THE PENDING FILE        *
      * (EXTENDED - EARLIER FILES' MEMBERS MAY STILL BE WAITING)  *
      * AND THE SEND LISTING, AND WRITE THE FILE HEADER.  A FILE  *
      * ALREADY BUILT TODAY IS NOT BUILT AGAIN WITHOUT 'RESEND',  *
      * SO A RERUN NIGHT DOES NOT ENROLL EVERYONE TWICE.          *
      *----------------------------------------------------------*
        1100-OPEN-SEND-RUN.
            OPEN INPUT BENXCTL.
            IF ST-BENXCTL = "00"
               READ BENXCTL
                  AT END
                     MOVE SPACE TO BXC-REC
               END-READ
               MOVE BXC-LAST-DATE TO WS-LAST-DATE
               IF BXC-LAST-SEQ IS NUMERIC
                  MOVE BXC-LAST-SEQ TO WS-LAST-SEQ-NUM
               END-IF
               CLOSE BENXCTL
            ELSE
               IF ST-BENXCTL NOT = "35"
                  DISPLAY "SF5BENX: BAD OPEN ON BENXCTL.DAT, STATUS "
                     ST-BENXCTL
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            IF WS-LAST-DATE = WS-RUN-DATE AND NOT PARM-RESEND
               DISPLAY "SF5BENX: ENROLLMENT FILE " WS-LAST-SEQ-NUM
                  " ALREADY BUILT FOR " WS-LAST-DATE
                  ", NOTHING SENT - PARM 'RESEND' BUILDS ANOTHER"
               MOVE 4 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-LAST-SEQ-NUM = 999999
               MOVE 1 TO WS-FILE-SEQ-NUM
            ELSE
               COMPUTE WS-FILE-SEQ-NUM = WS-LAST-SEQ-NUM + 1
            END-IF.

            PERFORM 1150-DROP-UNSENT-PENDING
               THRU 1150-DROP-UNSENT-PENDING-EXIT.

            OPEN INPUT DELTAIN.
            IF ST-DELTAIN NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON DATADELT.DAT, STATUS "
                  ST-DELTAIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT BENENRL.
            IF ST-BENENRL NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENENRL.DAT, STATUS "
                  ST-BENENRL
               CLOSE DELTAIN
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN EXTEND BENPEND.
            IF ST-BENPEND = "35"
               OPEN OUTPUT BENPEND
            END-IF.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPEND.DAT, STATUS "
                  ST-BENPEND
               CLOSE DELTAIN
               CLOSE BENENRL
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN OUTPUT BENXRPT.
            IF ST-BENXRPT NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENXRPT.DAT, STATUS "
                  ST-BENXRPT
               CLOSE DELTAIN
               CLOSE BENENRL
               CLOSE BENPEND
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-RUN-DATE TO WS-EH-FILE-DATE.
            MOVE WS-FILE-SEQ-NUM TO WS-EH-FILE-SEQ.
            WRITE ENRL-REC FROM WS-ENRL-HEADER.
            IF ST-BENENRL NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENENRL.DAT, STATUS "
                  ST-BENENRL ", FILE HEADER"
               SET RUN-FAILED TO TRUE
               SET DELTA-EOF TO TRUE
               GO TO 1100-OPEN-SEND-RUN-EXIT
            END-IF.

            MOVE SPACE TO SEND-LINE.
            STRING "SF5BENX CARRIER ENROLLMENT FILE - FILE DATE "
               DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  FILE SEQUENCE " DELIMITED BY SIZE
               WS-FILE-SEQ-NUM DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE SPACE TO SEND-LINE.
            WRITE SEND-LINE.
            WRITE SEND-LINE FROM WS-SEND-COLUMNS.
            MOVE SPACE TO SEND-LINE.
            WRITE SEND-LINE.

            PERFORM 2900-READ-DELTA-REC
               THRU 2900-READ-DELTA-REC-EXIT.

        1100-OPEN-SEND-RUN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1150-DROP-UNSENT-PENDING - A SEND RUN THAT FAILED PART    *
      * WAY LEFT ITS MEMBERS ON BENPEND.DAT UNDER A FILE SEQUENCE *
      * BENXCTL.DAT NEVER RECORDED - THE ONE THIS RUN IS ABOUT TO *
      * BUILD AGAIN.  THOSE LINES ARE COPIED AWAY ONTO            *
      * BENPNEW.DAT WITH THE REST, AND BENPNEW.DAT IS COPIED BACK *
      * OVER BENPEND.DAT, SO THE RERUN DOES NOT LEAVE EACH OF     *
      * THEM PENDING TWICE.  THE DATE IS NOT COMPARED - THE       *
      * FAILED RUN MAY HAVE BEEN ON AN EARLIER NIGHT.  NOTHING IS *
      * REWRITTEN WHEN NO SUCH LINE IS FOUND.                     *
      *----------------------------------------------------------*
        1150-DROP-UNSENT-PENDING.
            OPEN INPUT BENPEND.
            IF ST-BENPEND = "35"
               GO TO 1150-DROP-UNSENT-PENDING-EXIT
            END-IF.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPEND.DAT, STATUS "
                  ST-BENPEND
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT BENPNEW.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW
               CLOSE BENPEND
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE WS-FILE-SEQ-NUM TO WS-SEQ-ED.
            MOVE "N" TO WS-PEND-EOF-SW.
            PERFORM 5590-READ-PEND-REC
               THRU 5590-READ-PEND-REC-EXIT.
            PERFORM 1160-SIFT-ONE-PEND
               THRU 1160-SIFT-ONE-PEND-EXIT
               UNTIL PEND-EOF.
            CLOSE BENPEND.
            CLOSE BENPNEW.
            IF RUN-FAILED
               DISPLAY "SF5BENX: BENPEND.DAT NOT SIFTED, NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            IF WS-PEND-DROPPED = ZERO
               GO TO 1150-DROP-UNSENT-PENDING-EXIT
            END-IF.

            OPEN INPUT BENPNEW.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW ", BENPEND.DAT NOT REPLACED, NOTHING SENT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT BENPEND.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPEND.DAT, STATUS "
                  ST-BENPEND ", BENPEND.DAT NOT REPLACED, NOTHING SENT"
               CLOSE BENPNEW
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE "N" TO WS-PEND-EOF-SW.
            PERFORM 5910-COPY-ONE-PEND
               THRU 5910-COPY-ONE-PEND-EXIT
               UNTIL PEND-EOF.
            CLOSE BENPNEW.
            CLOSE BENPEND.
            IF RUN-FAILED
               DISPLAY "SF5BENX: BENPEND.DAT PART WRITTEN - COPY "
                  "BENPNEW.DAT OVER IT BEFORE THE NEXT RUN, NOTHING "
                  "SENT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE WS-PEND-DROPPED TO WS-COUNT-ED.
            DISPLAY "SF5BENX: " WS-COUNT-ED " MEMBER(S) OF UNSENT FILE "
               WS-SEQ-ED " DROPPED FROM BENPEND.DAT".

        1150-DROP-UNSENT-PENDING-EXIT.
            EXIT.

        1160-SIFT-ONE-PEND.
            IF PD-FILE-SEQ = WS-SEQ-ED
               ADD 1 TO WS-PEND-DROPPED
            ELSE
               WRITE PNEW-REC FROM PEND-REC
               IF ST-BENPNEW NOT = "00"
                  DISPLAY "SF5BENX: BAD WRITE ON BENPNEW.DAT, STATUS "
                     ST-BENPNEW
                  SET RUN-FAILED TO TRUE
                  SET PEND-EOF TO TRUE
                  GO TO 1160-SIFT-ONE-PEND-EXIT
               END-IF
            END-IF.
            PERFORM 5590-READ-PEND-REC
               THRU 5590-READ-PEND-REC-EXIT.

        1160-SIFT-ONE-PEND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 1200-OPEN-ACK-RUN - OPEN THE CARRIER'S ACKNOWLEDGEMENTS,  *
      * THE PENDING FILE AND THE EXCEPTIONS REPORT.  NO ACK FILE  *
      * MEANS THE CARRIER HAS SENT NOTHING TO MATCH.  NO PENDING  *
      * FILE MEANS NOTHING HAS BEEN SENT, SO EVERY ACK IS AN      *
      * EXCEPTION.                                                *
      *----------------------------------------------------------*
        1200-OPEN-ACK-RUN.
            OPEN INPUT BENACK.
            IF ST-BENACK = "35"
               DISPLAY "SF5BENX: NO BENACK.DAT, NOTHING TO MATCH"
               STOP RUN
            END-IF.
            IF ST-BENACK NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENACK.DAT, STATUS "
                  ST-BENACK
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            OPEN INPUT BENPEND.
            IF ST-BENPEND = "35"
               SET PEND-MISSING TO TRUE
            ELSE
               IF ST-BENPEND NOT = "00"
                  DISPLAY "SF5BENX: BAD OPEN ON BENPEND.DAT, STATUS "
                     ST-BENPEND
                  CLOSE BENACK
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.

            OPEN OUTPUT BENXEXC.
            IF ST-BENXEXC NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENXEXC.DAT, STATUS "
                  ST-BENXEXC
               CLOSE BENACK
               CLOSE BENPEND
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

            MOVE SPACE TO EXC-LINE.
            STRING "SF5BENX CARRIER ACKNOWLEDGEMENT EXCEPTIONS - "
               DELIMITED BY SIZE
               "RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.
            WRITE EXC-LINE FROM WS-EXC-COLUMNS.
            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.

            PERFORM 5990-READ-ACK-REC
               THRU 5990-READ-ACK-REC-EXIT.

        1200-OPEN-ACK-RUN-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2000-BUILD-MEMBER - ONE DELTA RECORD BECOMES ONE MEMBER   *
      * RECORD, OR IS HELD WHEN THE DATE THE CARRIER NEEDS IS     *
      * MISSING.  A CHANGE THAT MOVED THE TERM, LEAVE OR REHIRE   *
      * DATE BELONGING TO THE EMPLOYEE'S STATUS IS SENT AS THAT   *
      * ACTION, SO A MEMBER HELD FOR A BAD DATE GOES OUT AS WHAT  *
      * IT IS ONCE THE DATE IS PUT RIGHT.                         *
      *----------------------------------------------------------*
        2000-BUILD-MEMBER.
            MOVE SPACE TO WS-HOLD-REASON.
            MOVE SPACE TO WS-EM-ACTION.
            EVALUATE TRUE
               WHEN DL-ADD
                  MOVE "AD" TO WS-EM-ACTION
                  MOVE DL-INITDATE TO WS-COVER-DATE
                  MOVE "INITDATE" TO WS-COVER-SOURCE
               WHEN DL-TERM
                  MOVE "TM" TO WS-EM-ACTION
                  MOVE DL-TERMDATE TO WS-COVER-DATE
                  MOVE "TERMDATE" TO WS-COVER-SOURCE
               WHEN DL-LEAVE
                  MOVE "LV" TO WS-EM-ACTION
                  MOVE DL-LEAVEDATE TO WS-COVER-DATE
                  MOVE "LEAVEDATE" TO WS-COVER-SOURCE
               WHEN DL-CHANGE AND DL-TERMINATED
                  AND DL-FLAG-TERMDATE = "Y"
                  MOVE "TM" TO WS-EM-ACTION
                  MOVE DL-TERMDATE TO WS-COVER-DATE
                  MOVE "TERMDATE" TO WS-COVER-SOURCE
               WHEN DL-CHANGE AND DL-ON-LEAVE
                  AND DL-FLAG-LEAVEDT = "Y"
                  MOVE "LV" TO WS-EM-ACTION
                  MOVE DL-LEAVEDATE TO WS-COVER-DATE
                  MOVE "LEAVEDATE" TO WS-COVER-SOURCE
               WHEN DL-CHANGE AND DL-ACTIVE
                  AND DL-FLAG-REHIRDT = "Y"
                  MOVE "RH" TO WS-EM-ACTION
                  MOVE DL-REHIREDATE TO WS-COVER-DATE
                  MOVE "REHIREDATE" TO WS-COVER-SOURCE
               WHEN DL-CHANGE
                  MOVE "CH" TO WS-EM-ACTION
                  PERFORM 2100-PICK-CHANGE-DATE
                     THRU 2100-PICK-CHANGE-DATE-EXIT
               WHEN OTHER
                  MOVE SPACE TO WS-COVER-DATE
                  MOVE SPACE TO WS-COVER-SOURCE
                  MOVE "DELTA ACTION NOT A, C, T OR L"
                     TO WS-HOLD-REASON
            END-EVALUATE.

            IF WS-HOLD-REASON = SPACE
               MOVE WS-COVER-DATE TO WS-DATE-WORK
               PERFORM 2200-CHECK-DATE
                  THRU 2200-CHECK-DATE-EXIT
               IF NOT DATE-OK
                  STRING WS-COVER-SOURCE DELIMITED BY SPACE
                     " MISSING OR NOT A DATE" DELIMITED BY SIZE
                     INTO WS-HOLD-REASON
                  END-STRING
               END-IF
            END-IF.

            IF WS-HOLD-REASON NOT = SPACE
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACE TO WS-SD-MBR-SEQ
               MOVE SPACE TO WS-SD-NOTE
               STRING "HELD - " DELIMITED BY SIZE
                  WS-HOLD-REASON DELIMITED BY SIZE
                  INTO WS-SD-NOTE
               END-STRING
               PERFORM 2800-WRITE-SEND-LINE
                  THRU 2800-WRITE-SEND-LINE-EXIT
               GO TO 2000-BUILD-MEMBER-NEXT
            END-IF.

            ADD 1 TO WS-MBR-SEQ-NUM.
            MOVE WS-MBR-SEQ-NUM TO WS-EM-MBR-SEQ.
            MOVE DL-ID TO WS-EM-EMP-ID.
            MOVE DL-LNAME TO WS-EM-LNAME.
            MOVE DL-NAME TO WS-EM-NAME.
            MOVE DL-INITDATE TO WS-EM-HIRE-DATE.
            MOVE DL-DEPT TO WS-EM-DEPT.
            MOVE DL-STATUS TO WS-EM-STATUS.
            MOVE WS-COVER-DATE TO WS-EM-COVER-DATE.
            WRITE ENRL-REC FROM WS-ENRL-MEMBER.
            IF ST-BENENRL NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENENRL.DAT, STATUS "
                  ST-BENENRL ", EMP-ID " DL-ID
               SET RUN-FAILED TO TRUE
               SET DELTA-EOF TO TRUE
               GO TO 2000-BUILD-MEMBER-EXIT
            END-IF.
            ADD 1 TO WS-MBR-SENT.
            EVALUATE WS-EM-ACTION
               WHEN "AD"
                  ADD 1 TO WS-ADD-SENT
               WHEN "CH"
                  ADD 1 TO WS-CHG-SENT
               WHEN "TM"
                  ADD 1 TO WS-TERM-SENT
               WHEN "LV"
                  ADD 1 TO WS-LEAVE-SENT
               WHEN "RH"
                  ADD 1 TO WS-REHIRE-SENT
            END-EVALUATE.

            MOVE WS-RUN-DATE TO WS-PL-FILE-DATE.
            MOVE WS-FILE-SEQ-NUM TO WS-PL-FILE-SEQ.
            MOVE WS-MBR-SEQ-NUM TO WS-PL-MBR-SEQ.
            MOVE WS-EM-ACTION TO WS-PL-ACTION.
            MOVE DL-ID TO WS-PL-EMP-ID.
            MOVE DL-LNAME TO WS-PL-LNAME.
            MOVE WS-COVER-DATE TO WS-PL-COVER-DATE.
            WRITE PEND-REC FROM WS-PEND-LINE.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENPEND.DAT, STATUS "
                  ST-BENPEND ", EMP-ID " DL-ID
               SET RUN-FAILED TO TRUE
               SET DELTA-EOF TO TRUE
               GO TO 2000-BUILD-MEMBER-EXIT
            END-IF.

            MOVE WS-MBR-SEQ-NUM TO WS-SEQ-ED.
            MOVE WS-SEQ-ED TO WS-SD-MBR-SEQ.
            MOVE SPACE TO WS-SD-NOTE.
            PERFORM 2800-WRITE-SEND-LINE
               THRU 2800-WRITE-SEND-LINE-EXIT.

        2000-BUILD-MEMBER-NEXT.
            PERFORM 2900-READ-DELTA-REC
               THRU 2900-READ-DELTA-REC-EXIT.

        2000-BUILD-MEMBER-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2100-PICK-CHANGE-DATE - AN ORDINARY CHANGE CARRIES THE    *
      * DATE THAT MOVED (A CORRECTED TERM OR LEAVE DATE, A RETURN *
      * FROM LEAVE), OR THE RUN DATE WHEN ONLY A NAME, DEPARTMENT *
      * OR THE LIKE CHANGED OR THE DATE THAT MOVED WAS CLEARED.   *
      *----------------------------------------------------------*
        2100-PICK-CHANGE-DATE.
            MOVE WS-RUN-DATE TO WS-COVER-DATE.
            MOVE "RUN DATE" TO WS-COVER-SOURCE.

            EVALUATE TRUE
               WHEN DL-FLAG-TERMDATE = "Y"
                  MOVE DL-TERMDATE TO WS-DATE-WORK
               WHEN DL-FLAG-LEAVEDT = "Y"
                  MOVE DL-LEAVEDATE TO WS-DATE-WORK
               WHEN DL-FLAG-REHIRDT = "Y"
                  MOVE DL-REHIREDATE TO WS-DATE-WORK
               WHEN DL-FLAG-LEAVERT = "Y"
                  MOVE DL-LEAVERET TO WS-DATE-WORK
               WHEN OTHER
                  GO TO 2100-PICK-CHANGE-DATE-EXIT
            END-EVALUATE.

            PERFORM 2200-CHECK-DATE
               THRU 2200-CHECK-DATE-EXIT.
            IF NOT DATE-OK
               GO TO 2100-PICK-CHANGE-DATE-EXIT
            END-IF.
            MOVE WS-DATE-WORK TO WS-COVER-DATE.
            EVALUATE TRUE
               WHEN DL-FLAG-TERMDATE = "Y"
                  MOVE "TERMDATE" TO WS-COVER-SOURCE
               WHEN DL-FLAG-LEAVEDT = "Y"
                  MOVE "LEAVEDATE" TO WS-COVER-SOURCE
               WHEN DL-FLAG-REHIRDT = "Y"
                  MOVE "REHIREDATE" TO WS-COVER-SOURCE
               WHEN OTHER
                  MOVE "LEAVERET" TO WS-COVER-SOURCE
            END-EVALUATE.

        2100-PICK-CHANGE-DATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2200-CHECK-DATE - WS-DATE-WORK MUST BE ALL DIGITS WITH A  *
      * MONTH OF 01-12 AND A DAY OF 01-31.                        *
      *----------------------------------------------------------*
        2200-CHECK-DATE.
            MOVE "N" TO WS-DATE-OK-SW.
            IF WS-DATE-WORK IS NOT NUMERIC
               GO TO 2200-CHECK-DATE-EXIT
            END-IF.
            IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               GO TO 2200-CHECK-DATE-EXIT
            END-IF.
            SET DATE-OK TO TRUE.

        2200-CHECK-DATE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2800-WRITE-SEND-LINE - ONE LINE OF THE SEND LISTING, FOR  *
      * A MEMBER SENT OR HELD.  THE CALLER SETS THE SEQUENCE AND  *
      * THE NOTE.                                                 *
      *----------------------------------------------------------*
        2800-WRITE-SEND-LINE.
            MOVE WS-EM-ACTION TO WS-SD-ACTION.
            MOVE DL-ID TO WS-SD-EMP-ID.
            MOVE DL-LNAME TO WS-SD-LNAME.
            MOVE DL-NAME TO WS-SD-NAME.
            MOVE WS-COVER-DATE TO WS-SD-COVER-DATE.
            MOVE WS-COVER-SOURCE TO WS-SD-SOURCE.
            WRITE SEND-LINE FROM WS-SEND-DETAIL.
            IF ST-BENXRPT NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENXRPT.DAT, STATUS "
                  ST-BENXRPT ", EMP-ID " DL-ID
            END-IF.

        2800-WRITE-SEND-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 2900-READ-DELTA-REC - READ THE NEXT DELTA RECORD.  A      *
      * DELTA THAT CANNOT BE READ THROUGH WOULD SEND THE CARRIER  *
      * PART OF THE DAY, SO THE RUN FAILS.                        *
      *----------------------------------------------------------*
        2900-READ-DELTA-REC.
            READ DELTAIN
               AT END
                  SET DELTA-EOF TO TRUE
                  GO TO 2900-READ-DELTA-REC-EXIT
            END-READ.
            IF ST-DELTAIN NOT = "00"
               DISPLAY "SF5BENX: BAD READ ON DATADELT.DAT, STATUS "
                  ST-DELTAIN
               SET RUN-FAILED TO TRUE
               SET DELTA-EOF TO TRUE
               GO TO 2900-READ-DELTA-REC-EXIT
            END-IF.
            ADD 1 TO WS-DELTA-READ.

        2900-READ-DELTA-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5000-LOAD-ACK-REC - ONE RECORD OF THE CARRIER'S FILE.     *
      * EACH "AH" OPENS A GROUP FOR ONE FILE WE SENT, ITS "AD"    *
      * RECORDS GO INTO THE TABLE AND ITS "AT" MUST COUNT THEM.   *
      * THE FIRST FAULT REFUSES THE WHOLE ACK FILE.               *
      *----------------------------------------------------------*
        5000-LOAD-ACK-REC.
            EVALUATE TRUE
               WHEN AK-HEADER
                  PERFORM 5010-START-ACK-GROUP
                     THRU 5010-START-ACK-GROUP-EXIT
               WHEN AK-DETAIL
                  PERFORM 5020-LOAD-ACK-DETAIL
                     THRU 5020-LOAD-ACK-DETAIL-EXIT
               WHEN AK-TRAILER
                  PERFORM 5030-END-ACK-GROUP
                     THRU 5030-END-ACK-GROUP-EXIT
               WHEN OTHER
                  MOVE "ACK RECORD TYPE NOT AH, AD OR AT"
                     TO WS-REFUSE-TEXT
                  SET ACK-REFUSED TO TRUE
            END-EVALUATE.

            IF ACK-REFUSED OR RUN-FAILED
               SET ACK-EOF TO TRUE
               GO TO 5000-LOAD-ACK-REC-EXIT
            END-IF.
            PERFORM 5990-READ-ACK-REC
               THRU 5990-READ-ACK-REC-EXIT.

        5000-LOAD-ACK-REC-EXIT.
            EXIT.

        5010-START-ACK-GROUP.
            IF IN-ACK-GROUP
               MOVE "ACK HEADER BEFORE LAST GROUP'S TRAILER"
                  TO WS-REFUSE-TEXT
               SET ACK-REFUSED TO TRUE
               GO TO 5010-START-ACK-GROUP-EXIT
            END-IF.
            IF AH-FILE-DATE IS NOT NUMERIC
               OR AH-FILE-SEQ IS NOT NUMERIC
               MOVE "ACK HEADER FILE DATE OR SEQ NOT VALID"
                  TO WS-REFUSE-TEXT
               SET ACK-REFUSED TO TRUE
               GO TO 5010-START-ACK-GROUP-EXIT
            END-IF.
            IF WS-AF-COUNT NOT < WS-AF-LIMIT
               DISPLAY "SF5BENX: MORE THAN " WS-AF-LIMIT
                  " FILES ACKNOWLEDGED IN ONE BENACK.DAT"
               SET RUN-FAILED TO TRUE
               GO TO 5010-START-ACK-GROUP-EXIT
            END-IF.

            SET IN-ACK-GROUP TO TRUE.
            MOVE ZERO TO WS-GROUP-COUNT.
            MOVE AH-FILE-DATE TO WS-CF-FILE-DATE.
            MOVE AH-FILE-SEQ TO WS-CF-FILE-SEQ.
            ADD 1 TO WS-AF-COUNT.
            MOVE WS-CURRENT-FILE-ID TO WS-AF-FILE-ID(WS-AF-COUNT).
            IF AH-FILE-DATE > WS-LATEST-ACKED-DATE
               OR WS-LATEST-ACKED-DATE = SPACE
               MOVE AH-FILE-DATE TO WS-LATEST-ACKED-DATE
            END-IF.

        5010-START-ACK-GROUP-EXIT.
            EXIT.

        5020-LOAD-ACK-DETAIL.
            IF NOT IN-ACK-GROUP
               MOVE "ACK DETAIL OUTSIDE A HEADER AND TRAILER"
                  TO WS-REFUSE-TEXT
               SET ACK-REFUSED TO TRUE
               GO TO 5020-LOAD-ACK-DETAIL-EXIT
            END-IF.
            IF WS-AK-COUNT NOT < WS-AK-LIMIT
               DISPLAY "SF5BENX: MORE THAN " WS-AK-LIMIT
                  " ACKNOWLEDGEMENTS IN ONE BENACK.DAT"
               SET RUN-FAILED TO TRUE
               GO TO 5020-LOAD-ACK-DETAIL-EXIT
            END-IF.

            ADD 1 TO WS-GROUP-COUNT.
            ADD 1 TO WS-AK-COUNT.
            MOVE WS-AK-COUNT TO WS-AK-SUB.
            MOVE WS-CURRENT-FILE-ID TO WS-AK-FILE-ID(WS-AK-SUB).
            MOVE AD-MBR-SEQ TO WS-AK-MBR-SEQ(WS-AK-SUB).
            MOVE AD-EMP-ID TO WS-AK-EMP-ID(WS-AK-SUB).
            MOVE AD-STATUS TO WS-AK-STATUS(WS-AK-SUB).
            MOVE AD-REASON-CODE TO WS-AK-REASON-CODE(WS-AK-SUB).
            MOVE AD-REASON-TEXT TO WS-AK-REASON-TEXT(WS-AK-SUB).
            MOVE "N" TO WS-AK-MATCHED-SW(WS-AK-SUB).

        5020-LOAD-ACK-DETAIL-EXIT.
            EXIT.

        5030-END-ACK-GROUP.
            IF NOT IN-ACK-GROUP
               MOVE "ACK TRAILER WITH NO HEADER AHEAD OF IT"
                  TO WS-REFUSE-TEXT
               SET ACK-REFUSED TO TRUE
               GO TO 5030-END-ACK-GROUP-EXIT
            END-IF.
            IF AT-DETAIL-COUNT IS NOT NUMERIC
               MOVE "ACK TRAILER COUNT NOT NUMERIC" TO WS-REFUSE-TEXT
               SET ACK-REFUSED TO TRUE
               GO TO 5030-END-ACK-GROUP-EXIT
            END-IF.
            MOVE AT-DETAIL-COUNT TO WS-TRL-COUNT.
            IF WS-TRL-COUNT NOT = WS-GROUP-COUNT
               MOVE SPACE TO WS-REFUSE-TEXT
               STRING "ACK TRAILER COUNT WRONG - FILE "
                  DELIMITED BY SIZE
                  WS-CF-FILE-SEQ DELIMITED BY SIZE
                  INTO WS-REFUSE-TEXT
               END-STRING
               SET ACK-REFUSED TO TRUE
               GO TO 5030-END-ACK-GROUP-EXIT
            END-IF.
            MOVE "N" TO WS-IN-GROUP-SW.

        5030-END-ACK-GROUP-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5200-CHECK-ACK-FILE - END OF THE ACK FILE.  A GROUP LEFT  *
      * OPEN MEANS THE FILE WAS CUT SHORT; A FILE WITH NO GROUP   *
      * AT ALL ACKNOWLEDGES NOTHING.  A REFUSED FILE IS NAMED ON  *
      * THE EXCEPTIONS REPORT.                                    *
      *----------------------------------------------------------*
        5200-CHECK-ACK-FILE.
            IF NOT ACK-REFUSED AND NOT RUN-FAILED
               IF IN-ACK-GROUP
                  MOVE "ACK FILE CUT SHORT - NO TRAILER"
                     TO WS-REFUSE-TEXT
                  SET ACK-REFUSED TO TRUE
               ELSE
                  IF WS-AF-COUNT = ZERO
                     MOVE "ACK FILE HOLDS NO ACK HEADER"
                        TO WS-REFUSE-TEXT
                     SET ACK-REFUSED TO TRUE
                  END-IF
               END-IF
            END-IF.

            IF ACK-REFUSED
               MOVE SPACE TO EXC-LINE
               STRING "BENACK.DAT REFUSED - " DELIMITED BY SIZE
                  WS-REFUSE-TEXT DELIMITED BY "  "
                  " - NOTHING CLEARED" DELIMITED BY SIZE
                  INTO EXC-LINE
               END-STRING
               WRITE EXC-LINE
            END-IF.

        5200-CHECK-ACK-FILE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5500-MATCH-PENDING - WALK THE PENDING FILE.  EVERY MEMBER *
      * STILL WAITING GOES TO BENPNEW.DAT, WHICH THEN REPLACES    *
      * BENPEND.DAT.                                              *
      *----------------------------------------------------------*
        5500-MATCH-PENDING.
            IF PEND-MISSING
               GO TO 5500-MATCH-PENDING-EXIT
            END-IF.

            OPEN OUTPUT BENPNEW.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW
               SET RUN-FAILED TO TRUE
               GO TO 5500-MATCH-PENDING-EXIT
            END-IF.

            PERFORM 5590-READ-PEND-REC
               THRU 5590-READ-PEND-REC-EXIT.
            PERFORM 5510-MATCH-ONE-PEND
               THRU 5510-MATCH-ONE-PEND-EXIT
               UNTIL PEND-EOF.
            CLOSE BENPNEW.

        5500-MATCH-PENDING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5510-MATCH-ONE-PEND - ACCEPTED CLEARS THE MEMBER;         *
      * REJECTED, OR LEFT OUT OF AN ACKNOWLEDGED FILE, CLEARS IT  *
      * ONTO THE EXCEPTIONS REPORT FOR THE DESK.  AN ACK FOR THE  *
      * RIGHT SEQUENCE BUT ANOTHER EMP-ID, OR WITH A STATUS THAT  *
      * IS NEITHER, IS LISTED AND THE MEMBER KEPT.                *
      *----------------------------------------------------------*
        5510-MATCH-ONE-PEND.
            PERFORM 5520-FIND-ACK
               THRU 5520-FIND-ACK-EXIT.

            IF NOT ACK-FOUND
               GO TO 5510-MATCH-ONE-PEND-NO-ACK
            END-IF.

            MOVE "Y" TO WS-AK-MATCHED-SW(WS-AK-SUB).
            MOVE WS-AK-REASON-CODE(WS-AK-SUB) TO WS-XD-REASON-CODE.
            MOVE WS-AK-REASON-TEXT(WS-AK-SUB) TO WS-XD-REASON-TEXT.
            EVALUATE TRUE
               WHEN WS-AK-EMP-ID(WS-AK-SUB) NOT = PD-EMP-ID
                  MOVE SPACE TO WS-XD-EXCEPTION
                  STRING "ACK NAMES EMP-ID " DELIMITED BY SIZE
                     WS-AK-EMP-ID(WS-AK-SUB) DELIMITED BY SIZE
                     " - STILL PENDING" DELIMITED BY SIZE
                     INTO WS-XD-EXCEPTION
                  END-STRING
                  PERFORM 5700-WRITE-PEND-EXC
                     THRU 5700-WRITE-PEND-EXC-EXIT
                  PERFORM 5580-KEEP-PENDING
                     THRU 5580-KEEP-PENDING-EXIT
               WHEN WS-AK-STATUS(WS-AK-SUB) = "A"
                  ADD 1 TO WS-PEND-CLEARED
               WHEN WS-AK-STATUS(WS-AK-SUB) = "R"
                  ADD 1 TO WS-PEND-REJECTED
                  MOVE "REJECTED BY THE CARRIER" TO WS-XD-EXCEPTION
                  PERFORM 5700-WRITE-PEND-EXC
                     THRU 5700-WRITE-PEND-EXC-EXIT
               WHEN OTHER
                  MOVE "ACK STATUS NOT A OR R - STILL PENDING"
                     TO WS-XD-EXCEPTION
                  PERFORM 5700-WRITE-PEND-EXC
                     THRU 5700-WRITE-PEND-EXC-EXIT
                  PERFORM 5580-KEEP-PENDING
                     THRU 5580-KEEP-PENDING-EXIT
            END-EVALUATE.
            GO TO 5510-MATCH-ONE-PEND-NEXT.

        5510-MATCH-ONE-PEND-NO-ACK.
            MOVE SPACE TO WS-XD-REASON-CODE.
            MOVE SPACE TO WS-XD-REASON-TEXT.
            PERFORM 5530-FIND-ACKED-FILE
               THRU 5530-FIND-ACKED-FILE-EXIT.
            IF ACKED-FILE-FOUND
               ADD 1 TO WS-PEND-UNACKED
               MOVE "NOT ACKNOWLEDGED BY THE CARRIER"
                  TO WS-XD-EXCEPTION
               PERFORM 5700-WRITE-PEND-EXC
                  THRU 5700-WRITE-PEND-EXC-EXIT
               GO TO 5510-MATCH-ONE-PEND-NEXT
            END-IF.

            IF PD-FILE-DATE < WS-LATEST-ACKED-DATE
               MOVE "NO ACK YET - LATER FILE ACKNOWLEDGED"
                  TO WS-XD-EXCEPTION
               PERFORM 5700-WRITE-PEND-EXC
                  THRU 5700-WRITE-PEND-EXC-EXIT
            END-IF.
            PERFORM 5580-KEEP-PENDING
               THRU 5580-KEEP-PENDING-EXIT.

        5510-MATCH-ONE-PEND-NEXT.
            PERFORM 5590-READ-PEND-REC
               THRU 5590-READ-PEND-REC-EXIT.

        5510-MATCH-ONE-PEND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5520-FIND-ACK - LOOK FOR THE PENDING MEMBER'S FILE AND    *
      * MEMBER SEQUENCE IN THE ACK TABLE.                         *
      *----------------------------------------------------------*
        5520-FIND-ACK.
            MOVE "N" TO WS-ACK-FOUND-SW.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-AK-SUB.
            PERFORM 5525-CHECK-ONE-ACK
               THRU 5525-CHECK-ONE-ACK-EXIT
               UNTIL SCAN-DONE.

        5520-FIND-ACK-EXIT.
            EXIT.

        5525-CHECK-ONE-ACK.
            IF WS-AK-SUB > WS-AK-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 5525-CHECK-ONE-ACK-EXIT
            END-IF.
            IF WS-AK-FILE-ID(WS-AK-SUB) = PD-FILE-ID
               AND WS-AK-MBR-SEQ(WS-AK-SUB) = PD-MBR-SEQ
               SET ACK-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 5525-CHECK-ONE-ACK-EXIT
            END-IF.
            ADD 1 TO WS-AK-SUB.

        5525-CHECK-ONE-ACK-EXIT.
            EXIT.

        5530-FIND-ACKED-FILE.
            MOVE "N" TO WS-FILE-FOUND-SW.
            SET SCAN-NOT-DONE TO TRUE.
            MOVE 1 TO WS-AF-SUB.
            PERFORM 5535-CHECK-ONE-FILE
               THRU 5535-CHECK-ONE-FILE-EXIT
               UNTIL SCAN-DONE.

        5530-FIND-ACKED-FILE-EXIT.
            EXIT.

        5535-CHECK-ONE-FILE.
            IF WS-AF-SUB > WS-AF-COUNT
               SET SCAN-DONE TO TRUE
               GO TO 5535-CHECK-ONE-FILE-EXIT
            END-IF.
            IF WS-AF-FILE-ID(WS-AF-SUB) = PD-FILE-ID
               SET ACKED-FILE-FOUND TO TRUE
               SET SCAN-DONE TO TRUE
               GO TO 5535-CHECK-ONE-FILE-EXIT
            END-IF.
            ADD 1 TO WS-AF-SUB.

        5535-CHECK-ONE-FILE-EXIT.
            EXIT.

        5580-KEEP-PENDING.
            ADD 1 TO WS-PEND-KEPT.
            WRITE PNEW-REC FROM PEND-REC.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW ", EMP-ID " PD-EMP-ID
               SET RUN-FAILED TO TRUE
               SET PEND-EOF TO TRUE
            END-IF.

        5580-KEEP-PENDING-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5590-READ-PEND-REC - READ THE NEXT PENDING MEMBER.  A     *
      * PENDING FILE THAT CANNOT BE READ THROUGH IS NOT REPLACED. *
      *----------------------------------------------------------*
        5590-READ-PEND-REC.
            READ BENPEND
               AT END
                  SET PEND-EOF TO TRUE
                  GO TO 5590-READ-PEND-REC-EXIT
            END-READ.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD READ ON BENPEND.DAT, STATUS "
                  ST-BENPEND
               SET RUN-FAILED TO TRUE
               SET PEND-EOF TO TRUE
               GO TO 5590-READ-PEND-REC-EXIT
            END-IF.
            ADD 1 TO WS-PEND-READ.

        5590-READ-PEND-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5700-WRITE-PEND-EXC - ONE EXCEPTION LINE FOR A PENDING    *
      * MEMBER.  THE CALLER SETS THE EXCEPTION AND CARRIER TEXT.  *
      *----------------------------------------------------------*
        5700-WRITE-PEND-EXC.
            MOVE PD-FILE-DATE TO WS-XD-FILE-DATE.
            MOVE PD-FILE-SEQ TO WS-XD-FILE-SEQ.
            MOVE PD-MBR-SEQ TO WS-XD-MBR-SEQ.
            MOVE PD-ACTION TO WS-XD-ACTION.
            MOVE PD-EMP-ID TO WS-XD-EMP-ID.
            MOVE PD-LNAME TO WS-XD-LNAME.
            MOVE PD-COVER-DATE TO WS-XD-COVER-DATE.
            PERFORM 5790-WRITE-EXC-LINE
               THRU 5790-WRITE-EXC-LINE-EXIT.

        5700-WRITE-PEND-EXC-EXIT.
            EXIT.

        5790-WRITE-EXC-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
            WRITE EXC-LINE FROM WS-EXC-DETAIL.
            IF ST-BENXEXC NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENXEXC.DAT, STATUS "
                  ST-BENXEXC ", EMP-ID " WS-XD-EMP-ID
            END-IF.

        5790-WRITE-EXC-LINE-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5800-LIST-UNMATCHED-ACK - AN ACK THAT MATCHED NO PENDING  *
      * MEMBER: A MEMBER WE NEVER SENT, OR ONE ALREADY CLEARED BY *
      * AN EARLIER ACK FILE.                                      *
      *----------------------------------------------------------*
        5800-LIST-UNMATCHED-ACK.
            MOVE 1 TO WS-AK-SUB.
            PERFORM 5810-CHECK-ONE-UNMATCHED
               THRU 5810-CHECK-ONE-UNMATCHED-EXIT
               UNTIL WS-AK-SUB > WS-AK-COUNT.

        5800-LIST-UNMATCHED-ACK-EXIT.
            EXIT.

        5810-CHECK-ONE-UNMATCHED.
            IF WS-AK-MATCHED-SW(WS-AK-SUB) = "Y"
               GO TO 5810-CHECK-ONE-UNMATCHED-NEXT
            END-IF.
            ADD 1 TO WS-ACK-NOT-PENDING.
            MOVE WS-AK-FILE-ID(WS-AK-SUB)(1:8) TO WS-XD-FILE-DATE.
            MOVE WS-AK-FILE-ID(WS-AK-SUB)(10:6) TO WS-XD-FILE-SEQ.
            MOVE WS-AK-MBR-SEQ(WS-AK-SUB) TO WS-XD-MBR-SEQ.
            MOVE SPACE TO WS-XD-ACTION.
            MOVE WS-AK-EMP-ID(WS-AK-SUB) TO WS-XD-EMP-ID.
            MOVE SPACE TO WS-XD-LNAME.
            MOVE SPACE TO WS-XD-COVER-DATE.
            MOVE "ACK FOR A MEMBER NOT PENDING"
               TO WS-XD-EXCEPTION.
            MOVE WS-AK-REASON-CODE(WS-AK-SUB) TO WS-XD-REASON-CODE.
            MOVE WS-AK-REASON-TEXT(WS-AK-SUB) TO WS-XD-REASON-TEXT.
            PERFORM 5790-WRITE-EXC-LINE
               THRU 5790-WRITE-EXC-LINE-EXIT.

        5810-CHECK-ONE-UNMATCHED-NEXT.
            ADD 1 TO WS-AK-SUB.

        5810-CHECK-ONE-UNMATCHED-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5900-REPLACE-PENDING - COPY BENPNEW.DAT BACK OVER         *
      * BENPEND.DAT, THE WAY SF5NITE ROLLS DATAOUT.DAT.  IF THE   *
      * COPY FAILS, BENPNEW.DAT STILL HOLDS THE MEMBERS WAITING.  *
      *----------------------------------------------------------*
        5900-REPLACE-PENDING.
            IF PEND-MISSING OR RUN-FAILED
               GO TO 5900-REPLACE-PENDING-EXIT
            END-IF.
            CLOSE BENPEND.

            OPEN INPUT BENPNEW.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW ", BENPEND.DAT NOT REPLACED"
               SET RUN-FAILED TO TRUE
               GO TO 5900-REPLACE-PENDING-EXIT
            END-IF.
            OPEN OUTPUT BENPEND.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD OPEN ON BENPEND.DAT, STATUS "
                  ST-BENPEND ", BENPEND.DAT NOT REPLACED"
               CLOSE BENPNEW
               SET RUN-FAILED TO TRUE
               GO TO 5900-REPLACE-PENDING-EXIT
            END-IF.

            MOVE "N" TO WS-PEND-EOF-SW.
            PERFORM 5910-COPY-ONE-PEND
               THRU 5910-COPY-ONE-PEND-EXIT
               UNTIL PEND-EOF.
            CLOSE BENPNEW.
            CLOSE BENPEND.
            IF RUN-FAILED
               DISPLAY "SF5BENX: BENPEND.DAT PART WRITTEN - COPY "
                  "BENPNEW.DAT OVER IT BEFORE THE NEXT RUN"
            END-IF.

        5900-REPLACE-PENDING-EXIT.
            EXIT.

        5910-COPY-ONE-PEND.
            READ BENPNEW
               AT END
                  SET PEND-EOF TO TRUE
                  GO TO 5910-COPY-ONE-PEND-EXIT
            END-READ.
            IF ST-BENPNEW NOT = "00"
               DISPLAY "SF5BENX: BAD READ ON BENPNEW.DAT, STATUS "
                  ST-BENPNEW
               SET RUN-FAILED TO TRUE
               SET PEND-EOF TO TRUE
               GO TO 5910-COPY-ONE-PEND-EXIT
            END-IF.
            WRITE PEND-REC FROM PNEW-REC.
            IF ST-BENPEND NOT = "00"
               DISPLAY "SF5BENX: BAD WRITE ON BENPEND.DAT, STATUS "
                  ST-BENPEND
               SET RUN-FAILED TO TRUE
               SET PEND-EOF TO TRUE
               GO TO 5910-COPY-ONE-PEND-EXIT
            END-IF.
            ADD 1 TO WS-PEND-COPIED.

        5910-COPY-ONE-PEND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 5990-READ-ACK-REC - READ THE NEXT CARRIER RECORD.  AN     *
      * ACK FILE THAT CANNOT BE READ THROUGH IS NOT USED.         *
      *----------------------------------------------------------*
        5990-READ-ACK-REC.
            READ BENACK
               AT END
                  SET ACK-EOF TO TRUE
                  GO TO 5990-READ-ACK-REC-EXIT
            END-READ.
            IF ST-BENACK NOT = "00"
               DISPLAY "SF5BENX: BAD READ ON BENACK.DAT, STATUS "
                  ST-BENACK
               SET RUN-FAILED TO TRUE
               SET ACK-EOF TO TRUE
               GO TO 5990-READ-ACK-REC-EXIT
            END-IF.
            ADD 1 TO WS-ACK-READ.

        5990-READ-ACK-REC-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9100-END-SEND - WRITE THE FILE TRAILER, CLOSE UP, RECORD  *
      * THE FILE ON BENXCTL.DAT AND SET THE RETURN CODE.  A FILE  *
      * THAT FAILED PART WAY HAS NO TRAILER, SO THE CARRIER WILL  *
      * NOT LOAD IT, AND IS NOT RECORDED, SO THE RERUN BUILDS IT  *
      * AGAIN UNDER THE SAME SEQUENCE NUMBER.                     *
      *----------------------------------------------------------*
        9100-END-SEND.
            IF NOT RUN-FAILED
               MOVE WS-MBR-SENT TO WS-ET-MBR-COUNT
               MOVE WS-ADD-SENT TO WS-ET-ADD-COUNT
               MOVE WS-CHG-SENT TO WS-ET-CHG-COUNT
               MOVE WS-TERM-SENT TO WS-ET-TERM-COUNT
               MOVE WS-LEAVE-SENT TO WS-ET-LEAVE-COUNT
               MOVE WS-REHIRE-SENT TO WS-ET-REHIRE-COUNT
               WRITE ENRL-REC FROM WS-ENRL-TRAILER
               IF ST-BENENRL NOT = "00"
                  DISPLAY "SF5BENX: BAD WRITE ON BENENRL.DAT, "
                     "STATUS " ST-BENENRL ", FILE TRAILER"
                  SET RUN-FAILED TO TRUE
               END-IF
            END-IF.

            CLOSE DELTAIN.
            CLOSE BENENRL.
            CLOSE BENPEND.

            IF NOT RUN-FAILED
               OPEN OUTPUT BENXCTL
               IF ST-BENXCTL NOT = "00"
                  DISPLAY "SF5BENX: BAD OPEN ON BENXCTL.DAT, STATUS "
                     ST-BENXCTL ", FILE NOT RECORDED"
                  SET RUN-FAILED TO TRUE
               ELSE
                  MOVE SPACE TO BXC-REC
                  MOVE WS-RUN-DATE TO BXC-LAST-DATE
                  MOVE WS-FILE-SEQ-NUM TO WS-SEQ-ED
                  MOVE WS-SEQ-ED TO BXC-LAST-SEQ
                  WRITE BXC-REC
                  CLOSE BENXCTL
               END-IF
            END-IF.

            MOVE SPACE TO SEND-LINE.
            WRITE SEND-LINE.
            MOVE WS-DELTA-READ TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "DELTA RECORDS READ..........: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-MBR-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "MEMBERS SENT................: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-ADD-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "  ADDS......................: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-CHG-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "  CHANGES...................: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-TERM-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "  TERMINATIONS..............: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-LEAVE-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "  LEAVES....................: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-REHIRE-SENT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "  REHIRES...................: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            MOVE WS-HELD-COUNT TO WS-COUNT-ED.
            MOVE SPACE TO SEND-LINE.
            STRING "MEMBERS HELD, NOT SENT......: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO SEND-LINE
            END-STRING.
            WRITE SEND-LINE.
            IF RUN-FAILED
               MOVE SPACE TO SEND-LINE
               STRING "*** RUN FAILED - BENENRL.DAT IS INCOMPLETE "
                  DELIMITED BY SIZE
                  "AND MUST NOT BE SENT ***" DELIMITED BY SIZE
                  INTO SEND-LINE
               END-STRING
               WRITE SEND-LINE
            END-IF.
            CLOSE BENXRPT.

            DISPLAY "SF5BENX: ENROLLMENT FILE SEQUENCE.: "
               WS-FILE-SEQ-NUM.
            MOVE WS-MBR-SENT TO WS-COUNT-ED.
            DISPLAY "SF5BENX: MEMBERS SENT.............: " WS-COUNT-ED.
            MOVE WS-HELD-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5BENX: MEMBERS HELD.............: " WS-COUNT-ED.

            EVALUATE TRUE
               WHEN RUN-FAILED
                  DISPLAY "SF5BENX: RUN FAILED, BENENRL.DAT MUST NOT "
                     "BE SENT - THE RERUN BUILDS IT AGAIN"
                  MOVE 12 TO RETURN-CODE
               WHEN WS-HELD-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
            END-EVALUATE.

        9100-END-SEND-EXIT.
            EXIT.

      *----------------------------------------------------------*
      * 9200-END-ACK - TOTALS ON THE EXCEPTIONS REPORT, EMPTY THE *
      * ACK FILE ONCE IT HAS BEEN MATCHED (SO IT CANNOT BE        *
      * MATCHED TWICE) AND SET THE RETURN CODE.                   *
      *----------------------------------------------------------*
        9200-END-ACK.
            CLOSE BENACK.
            CLOSE BENPEND.

            IF NOT ACK-REFUSED AND NOT RUN-FAILED
               OPEN OUTPUT BENACK
               IF ST-BENACK NOT = "00"
                  DISPLAY "SF5BENX: BAD OPEN ON BENACK.DAT, STATUS "
                     ST-BENACK ", ACK FILE NOT EMPTIED"
                  SET RUN-FAILED TO TRUE
               ELSE
                  CLOSE BENACK
               END-IF
            END-IF.

            MOVE SPACE TO EXC-LINE.
            WRITE EXC-LINE.
            MOVE WS-ACK-READ TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "ACK RECORDS READ............: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-PEND-READ TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "MEMBERS PENDING BEFORE RUN..: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-PEND-CLEARED TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "ACCEPTED BY THE CARRIER.....: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-PEND-REJECTED TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "REJECTED BY THE CARRIER.....: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-PEND-UNACKED TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "NOT ACKNOWLEDGED............: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-ACK-NOT-PENDING TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "ACKS FOR NO PENDING MEMBER..: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-PEND-KEPT TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "MEMBERS STILL PENDING.......: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
            MOVE SPACE TO EXC-LINE.
            STRING "EXCEPTIONS LISTED...........: " DELIMITED BY SIZE
               WS-COUNT-ED DELIMITED BY SIZE
               INTO EXC-LINE
            END-STRING.
            WRITE EXC-LINE.
            CLOSE BENXEXC.

            MOVE WS-PEND-CLEARED TO WS-COUNT-ED.
            DISPLAY "SF5BENX: MEMBERS ACCEPTED.........: " WS-COUNT-ED.
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED.
            DISPLAY "SF5BENX: EXCEPTIONS LISTED........: " WS-COUNT-ED.

            EVALUATE TRUE
               WHEN RUN-FAILED
                  DISPLAY "SF5BENX: ACK RUN FAILED, BENPEND.DAT NOT "
                     "UPDATED"
                  MOVE 12 TO RETURN-CODE
               WHEN ACK-REFUSED
                  DISPLAY "SF5BENX: BENACK.DAT REFUSED - "
                     WS-REFUSE-TEXT
                  MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > ZERO
                  MOVE 4 TO RETURN-CODE
            END-EVALUATE.

        9200-END-ACK-EXIT.
            EXIT.

        END PROGRAM SF5BENX.
