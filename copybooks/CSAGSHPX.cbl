      *  CAN BALANCE THE TRANSMISSION BEFORE ACCEPTING IT.  THIS IS    *
      *  AN INTERFACE FILE, NOT A PRINT REPORT -- DO NOT RE-ORDER OR   *
      *  RE-WIDEN FIELDS WITHOUT AGREEING IT WITH THE SHIPBOARD SIDE.  *
101526*                                                                *
101526*  A RUN WITH SEVERAL CONTROL CARDS (DATE-CHANGE RE-SENDS)       *
101526*  WRITES ONE HEADER/DETAIL/TRAILER GROUP PER SAILING, EACH      *
101526*  BALANCED BY ITS OWN TRAILER.                                  *
      *                                                                *
      *                         LENGTH=80                              *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  09/02/26  M.ANDREOLI  CREATED FOR SHIPBOARD MANIFEST EXTRACT  *
101526*  10/15/26  M.ANDREOLI  ONE GROUP PER CONTROL CARD ON A         *
101526*                        MULTI-CARD RUN                          *
      ******************************************************************
       01  CSSHEX-RECORD.
           05  CSSHEX-RECORD-TYPE          PIC X(01).
