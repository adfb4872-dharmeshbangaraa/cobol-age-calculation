      ******************************************************************
      *                         "CSAGSTRM"                             *
      *         STATEROOM MASTER RECORD LAYOUT.                        *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  ONE RECORD PER STATEROOM PER SHIP -- HOW MANY BERTHS IT HAS,  *
      *  ITS CATEGORY, THE STATEROOM IT CONNECTS TO (IF ANY), AND      *
      *  WHETHER A CRIB CAN BE FITTED.  THE MANIFEST CARRIES ONLY      *
      *  CSPAX-STATEROOM-NR; THE SHIP COMES FROM THE SAILING'S         *
      *  MASTER RECORD (CSSMST-SHIP-CODE ON SAILMAST), SO THE JOIN IS  *
      *  SAILING ID -> SHIP CODE -> SHIP CODE + STATEROOM NUMBER.      *
      *                                                                *
      *  CONNECTING-NR IS BLANK FOR A CABIN WITH NO CONNECTING DOOR.   *
      *  BOTH HALVES OF A CONNECTING PAIR SHOULD NAME EACH OTHER, BUT  *
      *  THE READERS ACCEPT EITHER SIDE.  LOADED AND MAINTAINED BY     *
      *  CSAGSTLD; READ BY CSAGSTCK AND CSAGCBIN.                      *
      *                                                                *
      *  FILE: STRMMAST, VSAM KSDS, KEY = SHIP CODE + STATEROOM NR     *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR STATEROOM BERTH AND CRIB    *
      *                        COMPLIANCE                              *
      ******************************************************************
       01  CSSTRM-RECORD.
           05  CSSTRM-KEY.
               10  CSSTRM-SHIP-CODE        PIC X(04).
               10  CSSTRM-STATEROOM-NR     PIC X(05).
           05  CSSTRM-BERTH-COUNT          PIC 9(02).
           05  CSSTRM-CATEGORY             PIC X(04).
           05  CSSTRM-CONNECTING-NR        PIC X(05).
           05  CSSTRM-CRIB-SWITCH          PIC X(01).
               88  CSSTRM-CRIB-CAPABLE         VALUE 'Y'.
               88  CSSTRM-NO-CRIB              VALUE 'N'.
           05  FILLER                      PIC X(59).
