      ******************************************************************
      *  WHEN YOU COMPILE THIS PROGRAM,
      *  YOU SHOULD MAKE SURE TO GIVE THE VALUES BELOW ON THE 'GO' PANEL
      *      1) PROGRAM TYPE SHOULD BE "O".
      *      2) CICS/BATCH SUBRTN SHOULD BE "C".
      *
      *  THIS PROGRAM IS ONLY USED IN CICS.
      *
      ******************************************************************
       TITLE 'CSAGCASM - COMPLIANCE CASE WORK SCREEN'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGCASM.

      *****************************************************************
      *
      *  CICS PSEUDO-CONVERSATIONAL WORK SCREEN FOR THE CASEFILE
      *  COMMON COMPLIANCE CASE FILE (CSAGCASR, WRITTEN BY CSAGCASW
      *  FOR EVERY NIGHTLY COMPLIANCE JOB).  THE COMPLIANCE TEAM KEYS
      *  A BOOKING + PASSENGER + CASE TYPE AND PRESSES ENTER TO
      *  DISPLAY THE CASE -- RAISING JOB, SAILING AND DEPART DATE,
      *  STATUS AND CLOSE REASON, FIRST/LAST SEEN DATES, HIT AND
      *  REOPEN COUNTS, DETAIL, ASSIGNEE AND NOTE.  SAILING-LEVEL
      *  CASES CARRY THE SAILING IN THE BOOKING FIELD AND A BLANK
      *  PASSENGER (SEE CSAGCASR).  PF8 WALKS FORWARD FROM THE KEYED
      *  POSITION TO THE NEXT OPEN CASE, SO THE WHOLE FILE CAN BE
      *  WORKED WITHOUT KNOWING THE KEYS IN ADVANCE.
      *
      *  AFTER A DISPLAY, ENTER SAVES WHATEVER IS KEYED IN THE
      *  ASSIGNED-TO AND NOTE FIELDS.  PF5 CLOSES THE CASE BY HAND
      *  (REASON M, CLOSED-BY AND CLOSED DATE STAMPED); THE NIGHTLY
      *  JOB LEAVES A HAND-CLOSED CASE CLOSED WHILE IT IS STILL
      *  RAISED.  PF6 REOPENS A CLOSED CASE.  A CASE THAT STOPS
      *  APPEARING IS AUTO-CLOSED, AND ONE THAT COMES BACK REOPENED,
      *  BY CSAGCASW -- NOT HERE.
      *
      *  PF3 = EXIT   PF5 = CLOSE CASE   PF6 = REOPEN CASE
      *  PF8 = NEXT OPEN CASE
      *  ENTER (1ST PRESS FOR A KEY) = LOOK UP AND DISPLAY
      *  ENTER (2ND PRESS)           = SAVE ASSIGNEE AND NOTE
      *
      *****************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)
      *  --------  ----------  ----------------------------------------
101526*  10/15/26  M.ANDREOLI  PROGRAM CREATED
      *****************************************************************

      *****************************************************************
      *          WORKING STORAGE SECTION
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAPSET                 PIC X(08) VALUE 'CSAGCSET'.
           05  WC-MAP                    PIC X(08) VALUE 'CSAGCASM'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGCW'.
           05  WC-FILE                   PIC X(08) VALUE 'CASEFILE'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-TIME             VALUE 'Y'.
           05  WS-NEXT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-NEXT-FOUND             VALUE 'Y'.
           05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE            VALUE 'Y'.

       01  WS-RESP-AREA                  PIC S9(08) COMP.

       01  WS-TIME-AREAS.
           05  WS-ABSTIME                PIC S9(15) COMP.
           05  WS-TODAY-CCYYMMDD         PIC 9(08).

       01  WS-USERID                     PIC X(08).

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.
               88  WS-CA-LOOKUP-DONE         VALUE 'L'.
           05  WS-CA-KEY.
               10  WS-CA-BOOKING-ID      PIC X(10).
               10  WS-CA-PASSENGER-ID    PIC X(10).
               10  WS-CA-CASE-TYPE       PIC X(06).

           COPY CSAGCASR.
           COPY CSAGCMAP.

      *****************************************************************
      *          LINKAGE SECTION
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION            PIC X(01).
           05  LK-CA-KEY                 PIC X(26).

      *****************************************************************
      *          PROCEDURE DIVISION
      *****************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.

           EXEC CICS
               HANDLE CONDITION
                   PGMIDERR   (9999-ABEND)
           END-EXEC.

           PERFORM 0600-GET-TODAY-DATE   THRU 0600-EXIT.

           IF  EIBCALEN = 0
               SET WS-FIRST-TIME         TO TRUE
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1000-SEND-BLANK-MAP  THRU 1000-EXIT
               GO TO 8000-RETURN-TRANS
           END-IF.

           MOVE LK-CA-FUNCTION           TO WS-CA-FUNCTION.
           MOVE LK-CA-KEY                TO WS-CA-KEY.

           EXEC CICS
               RECEIVE MAP     (WC-MAP)
                       MAPSET  (WC-MAPSET)
                       INTO    (CSAGCASMI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS
                       RETURN
                   END-EXEC
                   GOBACK
               WHEN DFHENTER
                   IF  WS-CA-LOOKUP-DONE
                       PERFORM 3000-SAVE-NOTE      THRU 3000-EXIT
                   ELSE
                       PERFORM 2000-DISPLAY-CASE   THRU 2000-EXIT
                   END-IF
               WHEN DFHPF5
                   PERFORM 4000-CLOSE-CASE     THRU 4000-EXIT
               WHEN DFHPF6
                   PERFORM 4500-REOPEN-CASE    THRU 4500-EXIT
               WHEN DFHPF8
                   PERFORM 5000-NEXT-OPEN-CASE THRU 5000-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED'  TO MSGO
                   PERFORM 1500-SEND-MAP       THRU 1500-EXIT
           END-EVALUATE.

           GO TO 8000-RETURN-TRANS.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  0600-GET-TODAY-DATE - TODAY AS CCYYMMDD FOR THE UPDATE AND    *
      *  CLOSE STAMPS                                                  *
      *----------------------------------------------------------------*
       0600-GET-TODAY-DATE.

           EXEC CICS
               ASKTIME ABSTIME  (WS-ABSTIME)
           END-EXEC.

           EXEC CICS
               FORMATTIME ABSTIME  (WS-ABSTIME)
                          YYYYMMDD (WS-TODAY-CCYYMMDD)
           END-EXEC.

      *    THE STAMPS RECORD THE OPERATOR, NOT THE TERMINAL
           EXEC CICS
               ASSIGN USERID (WS-USERID)
           END-EXEC.

       0600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-SEND-BLANK-MAP - FIRST ENTRY TO THE TRANSACTION          *
      *----------------------------------------------------------------*
       1000-SEND-BLANK-MAP.

           MOVE SPACES                   TO CSAGCASMO.
           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-SEND-MAP - RE-DISPLAY THE SCREEN WITH A MESSAGE          *
      *----------------------------------------------------------------*
       1500-SEND-MAP.

           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    FROM   (CSAGCASMO)
                    DATAONLY
                    CURSOR
           END-EXEC.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-DISPLAY-CASE - FIRST ENTER FOR THIS KEY - READ AND SHOW  *
      *  THE CASE; THE NEXT ENTER SAVES THE ASSIGNEE AND NOTE          *
      *----------------------------------------------------------------*
       2000-DISPLAY-CASE.

           MOVE BKGI                     TO CSCASE-BOOKING-ID.
           MOVE PAXI                     TO CSCASE-PASSENGER-ID.
           MOVE TYPI                     TO CSCASE-CASE-TYPE.

      *    A SAILING-LEVEL CASE IS KEYED WITH THE PASSENGER LEFT
      *    EMPTY; AN UNTOUCHED FIELD COMES BACK AS NULLS, NOT SPACES
           INSPECT CSCASE-KEY REPLACING ALL LOW-VALUES BY SPACES.

           EXEC CICS
               READ FILE    (WC-FILE)
                    RIDFLD  (CSCASE-KEY)
                    INTO    (CSCASE-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
               PERFORM 2500-FORMAT-CASE  THRU 2500-EXIT
               MOVE CSCASE-KEY           TO WS-CA-KEY
               SET WS-CA-LOOKUP-DONE     TO TRUE
               MOVE 'CASE DISPLAYED - ENTER SAVES NOTE, PF5 CLOSES'
                                         TO MSGO
           ELSE
               MOVE SPACE                TO WS-CA-FUNCTION
               MOVE 'NO CASE FOR THIS KEY' TO MSGO
           END-IF.

           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-FORMAT-CASE - MOVE ONE CASE RECORD TO THE SCREEN         *
      *----------------------------------------------------------------*
       2500-FORMAT-CASE.

           MOVE CSCASE-BOOKING-ID        TO BKGO.
           MOVE CSCASE-PASSENGER-ID      TO PAXO.
           MOVE CSCASE-CASE-TYPE         TO TYPO.
           MOVE CSCASE-SOURCE-PGM        TO SRCO.
           MOVE CSCASE-SAILING-ID        TO SAILO.
           MOVE CSCASE-DEPART-CCYYMMDD   TO DEPO.
           MOVE CSCASE-STATUS-SWITCH     TO STSO.
           MOVE CSCASE-CLOSE-REASON      TO RSNO.
           MOVE CSCASE-FIRST-SEEN-CCYYMMDD TO FSTO.
           MOVE CSCASE-LAST-SEEN-CCYYMMDD TO LSTO.
           MOVE CSCASE-HIT-COUNT         TO HITO.
           MOVE CSCASE-REOPEN-COUNT      TO ROPO.
           MOVE CSCASE-DETAIL-TEXT       TO DTLO.
           MOVE CSCASE-ASSIGNED-TO       TO ASGO.
           MOVE CSCASE-NOTE              TO NOTEO.
           MOVE CSCASE-CLOSED-BY         TO CLBO.
           MOVE CSCASE-CLOSED-CCYYMMDD   TO CLDO.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SAVE-NOTE - SECOND ENTER - SAVE THE ASSIGNEE AND NOTE    *
      *  KEYED ON THE DISPLAYED CASE                                   *
      *----------------------------------------------------------------*
       3000-SAVE-NOTE.

           MOVE WS-CA-KEY                TO CSCASE-KEY.

           EXEC CICS
               READ FILE    (WC-FILE)
                    RIDFLD  (CSCASE-KEY)
                    INTO    (CSCASE-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
               IF  ASGI > SPACES
                   MOVE ASGI             TO CSCASE-ASSIGNED-TO
               END-IF
               IF  NOTEI > SPACES
                   MOVE NOTEI            TO CSCASE-NOTE
               END-IF
               MOVE WS-USERID            TO CSCASE-UPDATED-BY
               MOVE WS-TODAY-CCYYMMDD    TO CSCASE-UPDATED-CCYYMMDD
               EXEC CICS
                   REWRITE FILE (WC-FILE)
                           FROM (CSCASE-RECORD)
               END-EXEC
               MOVE 'ASSIGNEE AND NOTE SAVED' TO MSGO
           ELSE
               MOVE 'CASE NO LONGER ON FILE' TO MSGO
           END-IF.

           MOVE SPACE                    TO WS-CA-FUNCTION.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-CLOSE-CASE - CLOSE THE DISPLAYED CASE BY HAND, STAMPED   *
      *  WITH WHO CLOSED IT AND WHEN                                   *
      *----------------------------------------------------------------*
       4000-CLOSE-CASE.

      *    PF5 CLOSES THE CASE ON THE SCREEN -- THE ONE SAVED IN THE
      *    COMMAREA BY THE DISPLAY OR THE PF8 WALK -- NOT WHATEVER
      *    HAPPENS TO SIT IN THE INPUT FIELDS
           IF  NOT WS-CA-LOOKUP-DONE
               MOVE 'DISPLAY A CASE FIRST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CA-KEY                TO CSCASE-KEY.

           EXEC CICS
               READ FILE    (WC-FILE)
                    RIDFLD  (CSCASE-KEY)
                    INTO    (CSCASE-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'NO CASE FOR THIS KEY' TO MSGO
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           IF  CSCASE-CLOSED
               EXEC CICS
                   UNLOCK FILE (WC-FILE)
               END-EXEC
               MOVE 'CASE IS ALREADY CLOSED' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           SET CSCASE-CLOSED             TO TRUE.
           SET CSCASE-CLOSED-MANUAL      TO TRUE.
           IF  NOTEI > SPACES
               MOVE NOTEI                TO CSCASE-NOTE
           END-IF.
           MOVE WS-USERID                TO CSCASE-CLOSED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSCASE-CLOSED-CCYYMMDD.
           MOVE WS-USERID                TO CSCASE-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSCASE-UPDATED-CCYYMMDD.
           EXEC CICS
               REWRITE FILE (WC-FILE)
                       FROM (CSCASE-RECORD)
           END-EXEC.

           PERFORM 2500-FORMAT-CASE      THRU 2500-EXIT.
           MOVE 'CASE CLOSED'            TO MSGO.
           MOVE SPACE                    TO WS-CA-FUNCTION.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4500-REOPEN-CASE - PUT A CLOSED CASE BACK ON THE OPEN QUEUE   *
      *----------------------------------------------------------------*
       4500-REOPEN-CASE.

           IF  NOT WS-CA-LOOKUP-DONE
               MOVE 'DISPLAY A CASE FIRST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4500-EXIT
           END-IF.

           MOVE WS-CA-KEY                TO CSCASE-KEY.

           EXEC CICS
               READ FILE    (WC-FILE)
                    RIDFLD  (CSCASE-KEY)
                    INTO    (CSCASE-RECORD)
                    UPDATE
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'NO CASE FOR THIS KEY' TO MSGO
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4500-EXIT
           END-IF.

           IF  CSCASE-OPEN
               EXEC CICS
                   UNLOCK FILE (WC-FILE)
               END-EXEC
               MOVE 'CASE IS ALREADY OPEN' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4500-EXIT
           END-IF.

           SET CSCASE-OPEN               TO TRUE.
           MOVE SPACE                    TO CSCASE-CLOSE-REASON.
           ADD 1                         TO CSCASE-REOPEN-COUNT.
           MOVE WS-TODAY-CCYYMMDD        TO CSCASE-REOPENED-CCYYMMDD.
           MOVE WS-USERID                TO CSCASE-UPDATED-BY.
           MOVE WS-TODAY-CCYYMMDD        TO CSCASE-UPDATED-CCYYMMDD.
           EXEC CICS
               REWRITE FILE (WC-FILE)
                       FROM (CSCASE-RECORD)
           END-EXEC.

           PERFORM 2500-FORMAT-CASE      THRU 2500-EXIT.
           MOVE 'CASE REOPENED'          TO MSGO.
           MOVE SPACE                    TO WS-CA-FUNCTION.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       4500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-NEXT-OPEN-CASE - WALK FORWARD FROM THE CURRENT KEY TO    *
      *  THE NEXT OPEN CASE ON THE FILE AND DISPLAY IT                 *
      *----------------------------------------------------------------*
       5000-NEXT-OPEN-CASE.

           MOVE WS-CA-KEY                TO CSCASE-KEY.
           IF  CSCASE-KEY = SPACES OR CSCASE-KEY = LOW-VALUES
               MOVE LOW-VALUES           TO CSCASE-KEY
           END-IF.

           EXEC CICS
               STARTBR FILE    (WC-FILE)
                       RIDFLD  (CSCASE-KEY)
                       GTEQ
                       RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'CASE FILE IS EMPTY' TO MSGO
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 5000-EXIT
           END-IF.

           MOVE 'N'                      TO WS-NEXT-FOUND-SWITCH.
           MOVE 'N'                      TO WS-BROWSE-DONE-SWITCH.

           PERFORM 5100-READ-NEXT        THRU 5100-EXIT
               UNTIL WS-NEXT-FOUND
               OR WS-BROWSE-DONE.

           EXEC CICS
               ENDBR FILE (WC-FILE)
           END-EXEC.

           IF  WS-NEXT-FOUND
               PERFORM 2500-FORMAT-CASE  THRU 2500-EXIT
               MOVE CSCASE-KEY           TO WS-CA-KEY
               SET WS-CA-LOOKUP-DONE     TO TRUE
               MOVE 'NEXT OPEN CASE - ENTER SAVES, PF5 CLOSES'
                                         TO MSGO
           ELSE
               MOVE SPACE                TO WS-CA-FUNCTION
               MOVE 'NO MORE OPEN CASES ON FILE' TO MSGO
           END-IF.

           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-READ-NEXT - READ ONE CASE RECORD; STOP ON THE FIRST      *
      *  OPEN CASE PAST THE CASE ALREADY ON THE SCREEN                 *
      *----------------------------------------------------------------*
       5100-READ-NEXT.

           EXEC CICS
               READNEXT FILE    (WC-FILE)
                        RIDFLD  (CSCASE-KEY)
                        INTO    (CSCASE-RECORD)
                        RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-DONE        TO TRUE
               GO TO 5100-EXIT
           END-IF.

           IF  CSCASE-KEY = WS-CA-KEY
               GO TO 5100-EXIT
           END-IF.

           IF  CSCASE-OPEN
               SET WS-NEXT-FOUND         TO TRUE
           END-IF.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-RETURN-TRANS - RETURN, STAYING CONVERSATIONAL ON THE     *
      *                      SAME TRANSID                             *
      *----------------------------------------------------------------*
       8000-RETURN-TRANS.

           EXEC CICS
               RETURN TRANSID  (WC-TRANSID)
                      COMMAREA (WS-COMMAREA)
           END-EXEC.

           GOBACK.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9999-ABEND - UNEXPECTED CICS CONDITION                       *
      *----------------------------------------------------------------*
       9999-ABEND.

           EXEC CICS
               ABEND ABCODE('AGCW')
           END-EXEC.

           GOBACK.

       9999-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
