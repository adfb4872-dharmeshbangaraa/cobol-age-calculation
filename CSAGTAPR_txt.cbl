      *  WHO MADE THE CHANGE CANNOT APPROVE IT -- THAT IS THE WHOLE
      *  POINT OF THE SCREEN (FINANCE AUDIT FINDING).
      *
101526*  UNDER THE PENDING VALUES THE SCREEN SHOWS WHAT THE LAST
101526*  CSAGTIMP IMPACT SIMULATION FOUND FOR THE CHANGE (AGTIMPCT):
101526*  HOW MANY BOOKINGS ON THE ENTRY WOULD CHANGE AGENT FLAG, AND
101526*  FROM WHAT TO WHAT.  IF THE CHANGE WAS RE-KEYED AFTER THAT RUN,
101526*  OR NEVER SIMULATED, THE LINE SAYS SO INSTEAD OF SHOWING A
101526*  COUNT THAT NO LONGER APPLIES.
101526*
      *  PF3 = EXIT   PF5 = REJECT (REASON REQUIRED)   PF6 = APPROVE
      *  ENTER = DISPLAY THE KEYED ENTRY   PF8 = NEXT PENDING ENTRY
      *
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)
      *  --------  ----------  ----------------------------------------
082226*  08/22/26  M.ANDREOLI  PROGRAM CREATED
101526*  10/15/26  M.ANDREOLI  SHOW THE LAST CSAGTIMP IMPACT SIMULATION
101526*                        FOR THE PENDING CHANGE (AGTIMPCT)
      *****************************************************************

      *****************************************************************
           05  WC-MAP                    PIC X(08) VALUE 'CSAGTAPR'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGTA'.
           05  WC-FILE                   PIC X(08) VALUE 'AGTFLAG'.
101526     05  WC-IMPACT-FILE            PIC X(08) VALUE 'AGTIMPCT'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
           05  WS-V-EFF-TO               PIC 9(08).
           05  FILLER                    PIC X(13) VALUE SPACES.

101526 01  WS-IMPACT-LINE.
101526     05  FILLER                    PIC X(04) VALUE 'SIM '.
101526     05  WS-I-SIM-DATE             PIC 9(08).
101526     05  FILLER                    PIC X(03) VALUE ' - '.
101526     05  WS-I-CHANGED              PIC ZZZ,ZZ9.
101526     05  FILLER                    PIC X(04) VALUE ' OF '.
101526     05  WS-I-EXAMINED             PIC ZZZ,ZZ9.
101526     05  FILLER                    PIC X(11) VALUE ' BKGS MOVE '.
101526     05  WS-I-FROM                 PIC X(04).
101526     05  FILLER                    PIC X(04) VALUE ' TO '.
101526     05  WS-I-TO                   PIC X(04).
101526     05  WS-I-MORE                 PIC X(02).
101526     05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.
               88  WS-CA-ITEM-SHOWN          VALUE 'D'.

           COPY CSAGTVSM.
           COPY CSAGAMAP.
101526     COPY CSAGTIMR.

      *****************************************************************
      *          LINKAGE SECTION
               MOVE CSAGT-V-PEND-EFF-FROM-CCYYMMDD TO WS-V-EFF-FROM
               MOVE CSAGT-V-PEND-EFF-TO-CCYYMMDD   TO WS-V-EFF-TO
               MOVE WS-VALUE-LINE        TO PNDO
101526         PERFORM 2300-SHOW-IMPACT  THRU 2300-EXIT
               MOVE CSAGT-V-LAST-CHANGED-BY TO MKRO
               MOVE CSAGT-V-KEY          TO WS-CA-KEY
               SET WS-CA-ITEM-SHOWN      TO TRUE
                                         TO MSGO
           ELSE
               MOVE SPACES               TO PNDO
101526         MOVE SPACES               TO IMPO
               MOVE CSAGT-V-LAST-CHANGED-BY TO MKRO
               MOVE SPACE                TO WS-CA-FUNCTION
               IF  CSAGT-V-REJECTED
       2200-EXIT.
           EXIT.

101526*----------------------------------------------------------------*
101526*  2300-SHOW-IMPACT - THE LAST SIMULATION'S COUNT FOR THIS       *
101526*  ENTRY, SHOWN ONLY IF IT WAS MEASURED AGAINST THE PENDING      *
101526*  VALUES NOW ON FILE                                            *
101526*----------------------------------------------------------------*
101526 2300-SHOW-IMPACT.
101526
101526     EXEC CICS
101526         READ FILE    (WC-IMPACT-FILE)
101526              RIDFLD  (CSAGT-V-KEY)
101526              INTO    (CSTIM-RECORD)
101526              RESP    (WS-RESP-AREA)
101526     END-EXEC.
101526
101526     IF  WS-RESP-AREA = DFHRESP(NOTFND)
101526         MOVE 'IMPACT NOT YET SIMULATED - SEE NEXT CSAGTIMP RUN'
101526                                   TO IMPO
101526         GO TO 2300-EXIT
101526     END-IF.
101526
101526     IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
101526         MOVE 'IMPACT FILE NOT AVAILABLE' TO IMPO
101526         GO TO 2300-EXIT
101526     END-IF.
101526
101526*    A CHANGE RE-KEYED SINCE THE RUN WAS NOT WHAT WAS MEASURED
101526     IF  CSTIM-PEND-AGENT-FLAG   NOT = CSAGT-V-PEND-AGENT-FLAG
101526     OR  CSTIM-PEND-STATUS-SWITCH
101526                                 NOT = CSAGT-V-PEND-STATUS-SWITCH
101526     OR  CSTIM-PEND-EFF-FROM-CCYYMMDD
101526                             NOT = CSAGT-V-PEND-EFF-FROM-CCYYMMDD
101526     OR  CSTIM-PEND-EFF-TO-CCYYMMDD
101526                             NOT = CSAGT-V-PEND-EFF-TO-CCYYMMDD
101526     OR  CSTIM-PEND-CHANGED-CCYYMMDD
101526                             NOT = CSAGT-V-LAST-CHANGED-CCYYMMDD
101526     OR  CSTIM-PEND-CHANGED-BY   NOT = CSAGT-V-LAST-CHANGED-BY
101526         MOVE 'CHANGED SINCE LAST SIMULATION - IMPACT NOT KNOWN'
101526                                   TO IMPO
101526         GO TO 2300-EXIT
101526     END-IF.
101526
101526     MOVE CSTIM-SIM-CCYYMMDD       TO WS-I-SIM-DATE.
101526     MOVE CSTIM-BOOKINGS-CHANGED   TO WS-I-CHANGED.
101526     MOVE CSTIM-BOOKINGS-EXAMINED  TO WS-I-EXAMINED.
101526     MOVE CSTIM-FROM-AGENT-FLAG (1) TO WS-I-FROM.
101526     MOVE CSTIM-TO-AGENT-FLAG (1)  TO WS-I-TO.
101526     MOVE SPACES                   TO WS-I-MORE.
101526*    MORE THAN ONE FROM/TO MOVE: THE REPORT HAS THE REST
101526     IF  CSTIM-TRANSITION-COUNT (2) > ZERO
101526     OR  CSTIM-OTHER-CHANGED > ZERO
101526         MOVE ' +'                 TO WS-I-MORE
101526     END-IF.
101526     MOVE WS-IMPACT-LINE           TO IMPO.
101526
101526 2300-EXIT.
101526     EXIT.

      *----------------------------------------------------------------*
      *  2500-NEXT-PENDING - WALK FORWARD FROM THE CURRENT KEY TO THE  *
      *  NEXT ENTRY WITH A CHANGE PENDING AND DISPLAY IT               *
