      ******************************************************************
      *  WHEN YOU COMPILE THIS PROGRAM,
      *  YOU SHOULD MAKE SURE TO GIVE THE VALUES BELOW ON THE 'GO' PANEL
      *      1) PROGRAM TYPE SHOULD BE "O".
      *      2) CICS/BATCH SUBRTN SHOULD BE "C".
      *
      *  THIS PROGRAM IS ONLY USED IN CICS.
      *
      ******************************************************************
       TITLE 'CSAGDOCM - TRAVEL DOCUMENT MAINTENANCE'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGDOCM.

      *****************************************************************
      *
      *  CICS PSEUDO-CONVERSATIONAL MAINTENANCE TRANSACTION FOR THE
      *  TRAVEL DOCUMENT FILE (TRAVDOCS KSDS, CSAGDOCR), SAME SHAPE
      *  AS CSAGVMNT.  RESERVATIONS STAFF KEY A BOOKING ID AND
      *  PASSENGER ID AND PRESS ENTER; THE PASSENGER'S NAME (FROM
      *  PAXVSAM) AND WHATEVER DOCUMENT IS ON FILE COME BACK.  KEYING
      *  OR OVERKEYING THE DOCUMENT DETAILS AND PRESSING ENTER AGAIN
      *  ADDS OR REPLACES THE DOCUMENT, STAMPED WITH THE OPERATOR.
      *  PF5 DELETES A DOCUMENT KEYED AGAINST THE WRONG PASSENGER.
      *
      *  DATES ARE KEYED CCYYMMDD.  EXPIRY IS REQUIRED FOR A PASSPORT
      *  AND MAY BE LEFT BLANK FOR A DOCUMENT THAT DOES NOT EXPIRE.
      *
      *  PF3 = EXIT     PF5 = DELETE DOCUMENT
      *  ENTER (1ST PRESS FOR A KEY) = LOOK UP AND DISPLAY
      *  ENTER (2ND PRESS)           = ADD OR REPLACE THE DOCUMENT
      *
      *****************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)
      *  --------  ----------  ----------------------------------------
      *  10/15/26  M.ANDREOLI  PROGRAM CREATED
      *****************************************************************

      *****************************************************************
      *          WORKING STORAGE SECTION
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAPSET                 PIC X(08) VALUE 'CSAGOSET'.
           05  WC-MAP                    PIC X(08) VALUE 'CSAGDOCM'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGDM'.
           05  WC-PAX-FILE               PIC X(08) VALUE 'PAXVSAM'.
           05  WC-DOC-FILE               PIC X(08) VALUE 'TRAVDOCS'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-TIME             VALUE 'Y'.
           05  WS-ON-FILE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DOC-ON-FILE            VALUE 'Y'.

       01  WS-RESP-AREA                  PIC S9(08) COMP.

       01  WS-TIME-AREAS.
           05  WS-ABSTIME                PIC S9(15) COMP.
           05  WS-TODAY-CCYYMMDD         PIC 9(08).

       01  WS-USERID                     PIC X(08).

       01  WS-VSAM-KEY.
           05  WS-K-BOOKING-ID           PIC X(10).
           05  WS-K-PASSENGER-ID         PIC X(10).

      *    KEYED DATES, EDITED AS CCYYMMDD BEFORE ANYTHING IS SAVED
       01  WS-BIRTH-X                    PIC X(08).
       01  WS-BIRTH-N REDEFINES WS-BIRTH-X.
           05  WS-BIRTH-CCYY             PIC 9(04).
           05  WS-BIRTH-MM               PIC 9(02).
           05  WS-BIRTH-DD               PIC 9(02).
       01  WS-BIRTH-CCYYMMDD REDEFINES WS-BIRTH-X
                                         PIC 9(08).

       01  WS-EXPIRY-X                   PIC X(08).
       01  WS-EXPIRY-N REDEFINES WS-EXPIRY-X.
           05  WS-EXPIRY-CCYY            PIC 9(04).
           05  WS-EXPIRY-MM              PIC 9(02).
           05  WS-EXPIRY-DD              PIC 9(02).
       01  WS-EXPIRY-CCYYMMDD REDEFINES WS-EXPIRY-X
                                         PIC 9(08).

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.
               88  WS-CA-LOOKUP-DONE         VALUE 'L'.

           COPY CSPAXREC.
           COPY CSAGDOCR.
           COPY CSAGOMAP.

      *****************************************************************
      *          LINKAGE SECTION
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION            PIC X(01).

      *****************************************************************
      *          PROCEDURE DIVISION
      *****************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.

           EXEC CICS
               HANDLE CONDITION
                   PGMIDERR   (9999-ABEND)
           END-EXEC.

           EXEC CICS
               ASKTIME ABSTIME  (WS-ABSTIME)
           END-EXEC.
           EXEC CICS
               FORMATTIME ABSTIME  (WS-ABSTIME)
                          YYYYMMDD (WS-TODAY-CCYYMMDD)
           END-EXEC.
           EXEC CICS
               ASSIGN USERID (WS-USERID)
           END-EXEC.

           IF  EIBCALEN = 0
               SET WS-FIRST-TIME         TO TRUE
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1000-SEND-BLANK-MAP  THRU 1000-EXIT
               GO TO 8000-RETURN-TRANS
           END-IF.

           MOVE LK-CA-FUNCTION           TO WS-CA-FUNCTION.

           EXEC CICS
               RECEIVE MAP     (WC-MAP)
                       MAPSET  (WC-MAPSET)
                       INTO    (CSAGDOCMI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS
                       RETURN
                   END-EXEC
                   GOBACK
      *        3000 CLEARS THE LOOKUP-DONE FLAG ITSELF, AND ONLY WHEN
      *        IT FINISHED -- AN EDIT ERROR KEEPS THE FLAG SO THE NEXT
      *        ENTER RETRIES THE SAVE INSTEAD OF RE-RUNNING THE LOOKUP
               WHEN DFHENTER
                   IF  WS-CA-LOOKUP-DONE
                       PERFORM 3000-SAVE-DOCUMENT  THRU 3000-EXIT
                   ELSE
                       PERFORM 2000-DISPLAY-DOCUMENT THRU 2000-EXIT
                   END-IF
               WHEN DFHPF5
                   PERFORM 4000-DELETE-DOCUMENT THRU 4000-EXIT
                   MOVE SPACE                  TO WS-CA-FUNCTION
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED'  TO MSGO
                   PERFORM 1500-SEND-MAP       THRU 1500-EXIT
           END-EVALUATE.

           GO TO 8000-RETURN-TRANS.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-SEND-BLANK-MAP - FIRST ENTRY TO THE TRANSACTION          *
      *----------------------------------------------------------------*
       1000-SEND-BLANK-MAP.

           MOVE SPACES                   TO CSAGDOCMO.
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
                    FROM   (CSAGDOCMO)
                    DATAONLY
                    CURSOR
           END-EXEC.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-DISPLAY-DOCUMENT - FIRST ENTER FOR THIS KEY - SHOW THE   *
      *  PASSENGER AND WHATEVER DOCUMENT IS ON FILE                    *
      *----------------------------------------------------------------*
       2000-DISPLAY-DOCUMENT.

           IF  BKGI NOT > SPACES
           OR  PAXI NOT > SPACES
               MOVE 'KEY A BOOKING AND PASSENGER ID' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE BKGI                     TO WS-K-BOOKING-ID.
           MOVE PAXI                     TO WS-K-PASSENGER-ID.

           EXEC CICS
               READ FILE    (WC-PAX-FILE)
                    RIDFLD  (WS-VSAM-KEY)
                    INTO    (CSPAX-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'PASSENGER NOT ON FILE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CSPAX-PASSENGER-NAME     TO NAMO.

           PERFORM 2500-READ-DOCUMENT    THRU 2500-EXIT.

           IF  WS-DOC-ON-FILE
               MOVE 'DOCUMENT ON FILE'   TO STATO
               MOVE CSDOC-DOCUMENT-TYPE  TO DOCO
               MOVE CSDOC-DOCUMENT-NR    TO DNRO
               MOVE CSDOC-ISSUING-COUNTRY TO ISSO
               MOVE CSDOC-NATIONALITY    TO NATO
               MOVE CSDOC-GENDER         TO GENO
               MOVE CSDOC-NAME-ON-DOCUMENT TO DNMO
               MOVE CSDOC-BIRTH-CCYYMMDD TO DOBO
               IF  CSDOC-EXPIRY-CCYYMMDD = ZERO
                   MOVE SPACES           TO EXPO
               ELSE
                   MOVE CSDOC-EXPIRY-CCYYMMDD TO EXPO
               END-IF
               MOVE 'OVERKEY TO CHANGE, THEN PRESS ENTER' TO MSGO
           ELSE
               MOVE 'NO DOCUMENT ON FILE' TO STATO
               MOVE SPACES               TO DOCO
               MOVE SPACES               TO DNRO
               MOVE SPACES               TO ISSO
               MOVE SPACES               TO NATO
               MOVE SPACES               TO GENO
               MOVE CSPAX-PASSENGER-NAME TO DNMO
               MOVE CSPAX-BIRTH-CCYYMMDD TO DOBO
               MOVE SPACES               TO EXPO
               MOVE 'KEY THE DOCUMENT DETAILS, THEN PRESS ENTER'
                                         TO MSGO
           END-IF.

           SET WS-CA-LOOKUP-DONE         TO TRUE.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-READ-DOCUMENT - THE DOCUMENT RECORD FOR THE KEYED        *
      *  PASSENGER, IF ANY                                             *
      *----------------------------------------------------------------*
       2500-READ-DOCUMENT.

           MOVE 'N'                      TO WS-ON-FILE-SWITCH.
           MOVE BKGI                     TO CSDOC-BOOKING-ID.
           MOVE PAXI                     TO CSDOC-PASSENGER-ID.

           EXEC CICS
               READ FILE    (WC-DOC-FILE)
                    RIDFLD  (CSDOC-KEY)
                    INTO    (CSDOC-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA = DFHRESP(NORMAL)
               SET WS-DOC-ON-FILE        TO TRUE
           END-IF.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SAVE-DOCUMENT - SECOND ENTER - EDIT THE KEYED DETAILS,   *
      *  THEN ADD OR REPLACE THE DOCUMENT, STAMPED WITH THE OPERATOR   *
      *----------------------------------------------------------------*
       3000-SAVE-DOCUMENT.

           PERFORM 3100-EDIT-DOCUMENT    THRU 3100-EXIT.

           IF  MSGO > SPACES
               SET WS-CA-LOOKUP-DONE     TO TRUE
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 2500-READ-DOCUMENT    THRU 2500-EXIT.

           IF  WS-DOC-ON-FILE
               EXEC CICS
                   READ FILE    (WC-DOC-FILE)
                        RIDFLD  (CSDOC-KEY)
                        INTO    (CSDOC-RECORD)
                        UPDATE
                        RESP    (WS-RESP-AREA)
               END-EXEC
               PERFORM 3500-BUILD-DOCUMENT THRU 3500-EXIT
               EXEC CICS
                   REWRITE FILE (WC-DOC-FILE)
                           FROM (CSDOC-RECORD)
               END-EXEC
               MOVE 'DOCUMENT REPLACED'  TO MSGO
           ELSE
               PERFORM 3500-BUILD-DOCUMENT THRU 3500-EXIT
               EXEC CICS
                   WRITE FILE    (WC-DOC-FILE)
                         RIDFLD  (CSDOC-KEY)
                         FROM    (CSDOC-RECORD)
               END-EXEC
               MOVE 'DOCUMENT ADDED'     TO MSGO
           END-IF.

           MOVE SPACE                    TO WS-CA-FUNCTION.
           MOVE 'DOCUMENT ON FILE'       TO STATO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-EDIT-DOCUMENT - FIELD EDITS.  THE FIRST FAILURE PUTS ITS *
      *  MESSAGE IN MSGO AND STOPS; A BLANK MSGO MEANS ALL PASSED      *
      *----------------------------------------------------------------*
       3100-EDIT-DOCUMENT.

           MOVE SPACES                   TO MSGO.
           MOVE DOCI                     TO CSDOC-DOCUMENT-TYPE.

           IF  NOT CSDOC-TYPE-VALID
               MOVE 'DOCUMENT TYPE MUST BE PP, BC, DL OR GI' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           IF  DNRI NOT > SPACES
               MOVE 'KEY THE DOCUMENT NUMBER' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           IF  ISSI NOT > SPACES
           OR  NATI NOT > SPACES
               MOVE 'KEY ISSUING COUNTRY AND NATIONALITY (3 CHAR)'
                                         TO MSGO
               GO TO 3100-EXIT
           END-IF.

           MOVE GENI                     TO CSDOC-GENDER.
           IF  NOT CSDOC-GENDER-VALID
               MOVE 'GENDER MUST BE M, F OR X' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           IF  DNMI NOT > SPACES
               MOVE 'KEY THE NAME AS PRINTED ON THE DOCUMENT' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           MOVE DOBI                     TO WS-BIRTH-X.
           IF  WS-BIRTH-X NOT NUMERIC
           OR  WS-BIRTH-MM < 01 OR WS-BIRTH-MM > 12
           OR  WS-BIRTH-DD < 01 OR WS-BIRTH-DD > 31
           OR  WS-BIRTH-CCYYMMDD > WS-TODAY-CCYYMMDD
               MOVE 'BIRTH DATE MUST BE A PAST CCYYMMDD' TO MSGO
               GO TO 3100-EXIT
           END-IF.

           IF  EXPI NOT > SPACES
               IF  CSDOC-PASSPORT
                   MOVE 'A PASSPORT NEEDS AN EXPIRY DATE' TO MSGO
                   GO TO 3100-EXIT
               END-IF
               MOVE ZERO                 TO WS-EXPIRY-CCYYMMDD
               GO TO 3100-EXIT
           END-IF.

           MOVE EXPI                     TO WS-EXPIRY-X.
           IF  WS-EXPIRY-X NOT NUMERIC
           OR  WS-EXPIRY-MM < 01 OR WS-EXPIRY-MM > 12
           OR  WS-EXPIRY-DD < 01 OR WS-EXPIRY-DD > 31
           OR  WS-EXPIRY-CCYYMMDD NOT > WS-BIRTH-CCYYMMDD
               MOVE 'EXPIRY DATE MUST BE CCYYMMDD AFTER BIRTH' TO MSGO
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-BUILD-DOCUMENT - SCREEN FIELDS INTO THE RECORD           *
      *----------------------------------------------------------------*
       3500-BUILD-DOCUMENT.

           MOVE SPACES                   TO CSDOC-RECORD.
           MOVE BKGI                     TO CSDOC-BOOKING-ID.
           MOVE PAXI                     TO CSDOC-PASSENGER-ID.
           MOVE DOCI                     TO CSDOC-DOCUMENT-TYPE.
           MOVE DNRI                     TO CSDOC-DOCUMENT-NR.
           MOVE ISSI                     TO CSDOC-ISSUING-COUNTRY.
           MOVE NATI                     TO CSDOC-NATIONALITY.
           MOVE GENI                     TO CSDOC-GENDER.
           MOVE DNMI                     TO CSDOC-NAME-ON-DOCUMENT.
           MOVE WS-BIRTH-CCYYMMDD        TO CSDOC-BIRTH-CCYYMMDD.
           MOVE WS-EXPIRY-CCYYMMDD       TO CSDOC-EXPIRY-CCYYMMDD.
           MOVE WS-USERID                TO CSDOC-OPERATOR-ID.
           MOVE WS-TODAY-CCYYMMDD        TO CSDOC-KEYED-CCYYMMDD.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-DELETE-DOCUMENT - PF5: A DOCUMENT KEYED AGAINST THE      *
      *  WRONG PASSENGER IS REMOVED                                    *
      *----------------------------------------------------------------*
       4000-DELETE-DOCUMENT.

           IF  BKGI NOT > SPACES
           OR  PAXI NOT > SPACES
               MOVE 'KEY A BOOKING AND PASSENGER ID' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE BKGI                     TO CSDOC-BOOKING-ID.
           MOVE PAXI                     TO CSDOC-PASSENGER-ID.

           EXEC CICS
               DELETE FILE    (WC-DOC-FILE)
                      RIDFLD  (CSDOC-KEY)
                      RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'NO DOCUMENT ON FILE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 4000-EXIT
           END-IF.

           MOVE 'NO DOCUMENT ON FILE'    TO STATO.
           MOVE 'DOCUMENT DELETED'       TO MSGO.
           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       4000-EXIT.
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
               ABEND ABCODE('AGDM')
           END-EXEC.

           GOBACK.

       9999-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
