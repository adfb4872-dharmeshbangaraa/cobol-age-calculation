080926*                       AFTER THE ONBOARDING WINDOW               00159010
080926* 08/09/26 - M.ANDREOLI  ADD UNKNOWN-AGENT RC FOR AGENT NUMBERS   00159510
080926*                       NOT ON THE AGENCY MASTER FILE             00159710
101526* 10/15/26 - M.ANDREOLI  ADD FLAG-SOURCE SO BATCH CALLERS OF      00159810
101526*                       CSAGTBDV CAN ASK FOR PENDING AGTFLAG      00159820
101526*                       VALUES (IMPACT SIMULATION); IGNORED       00159830
101526*                       ONLINE BY CSAGTTYP_PROC                   00159840
      ***************************************************************** 00160010
                                                                        00170010
       01  CSAGTTYP-PARMS.                                              00180010
                                           'NEWAGTAU' 'NEWAGTNZ'.       00290010
               10  CSAGTTYP-I-TYPE-SALES-PROGRAM   PIC X(02).           00300010
080926         10  CSAGTTYP-I-EFFECTIVE-DATE       PIC 9(08).           00302010
101526         10  CSAGTTYP-I-FLAG-SOURCE          PIC X(01).           00303010
101526             88  CSAGTTYP-I-USE-PENDING          VALUE 'P'.       00303510
101526         10  FILLER                          PIC X(01).           00304010
                                                                        00320010
           05  CSAGTTYP-OUTPUT-PARMS.                                   00330010
               10  CSAGTTYP-O-RETURN-CODE          PIC X(01).           00340010
