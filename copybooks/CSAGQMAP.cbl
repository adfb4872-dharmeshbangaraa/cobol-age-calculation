      ******************************************************************
      *                         "CSAGQMAP"                             *
      *         SYMBOLIC MAP FOR THE CSAGQINQ AGE-QUOTE SCREEN.        *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  GENERATED FROM MAPSET CSAGQSET, MAP CSAGQINQ, BY BMS.  COPY   *
      *  THIS MEMBER INSTEAD OF THE BMS-GENERATED ONE SO THE FIELD     *
      *  NAMES STAY STABLE ACROSS MAP REGENERATION.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR PRE-BOOKING AGE QUOTE       *
      ******************************************************************
       01  CSAGQINQI.
           05  FILLER                          PIC X(12).
           05  SAILL                           PIC S9(04) COMP.
           05  SAILF                           PIC X(01).
           05  SAILI                           PIC X(08).
           05  BRTHL                           PIC S9(04) COMP.
           05  BRTHF                           PIC X(01).
           05  BRTHI                           PIC X(08).
           05  BRNDL                           PIC S9(04) COMP.
           05  BRNDF                           PIC X(01).
           05  BRNDI                           PIC X(03).
           05  ITINL                           PIC S9(04) COMP.
           05  ITINF                           PIC X(01).
           05  ITINI                           PIC X(06).
           05  DEPL                            PIC S9(04) COMP.
           05  DEPF                            PIC X(01).
           05  DEPI                            PIC X(08).
           05  RETL                            PIC S9(04) COMP.
           05  RETF                            PIC X(01).
           05  RETI                            PIC X(08).
           05  AGEL                            PIC S9(04) COMP.
           05  AGEF                            PIC X(01).
           05  AGEI                            PIC X(03).
           05  AGEYL                           PIC S9(04) COMP.
           05  AGEYF                           PIC X(01).
           05  AGEYI                           PIC X(03).
           05  BANDL                           PIC S9(04) COMP.
           05  BANDF                           PIC X(01).
           05  BANDI                           PIC X(06).
           05  CUTML                           PIC S9(04) COMP.
           05  CUTMF                           PIC X(01).
           05  CUTMI                           PIC X(03).
           05  BDAYL                           PIC S9(04) COMP.
           05  BDAYF                           PIC X(01).
           05  BDAYI                           PIC X(03).
           05  CUTGRP OCCURS 5 TIMES.
               10  CUTL                        PIC S9(04) COMP.
               10  CUTF                        PIC X(01).
               10  CUTI                        PIC X(30).
           05  INFL                            PIC S9(04) COMP.
           05  INFF                            PIC X(01).
           05  INFI                            PIC X(40).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).

       01  CSAGQINQO REDEFINES CSAGQINQI.
           05  FILLER                          PIC X(12).
           05  FILLER                          PIC X(02).
           05  SAILA                           PIC X(01).
           05  SAILO                           PIC X(08).
           05  FILLER                          PIC X(02).
           05  BRTHA                           PIC X(01).
           05  BRTHO                           PIC X(08).
           05  FILLER                          PIC X(02).
           05  BRNDA                           PIC X(01).
           05  BRNDO                           PIC X(03).
           05  FILLER                          PIC X(02).
           05  ITINA                           PIC X(01).
           05  ITINO                           PIC X(06).
           05  FILLER                          PIC X(02).
           05  DEPA                            PIC X(01).
           05  DEPO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  RETA                            PIC X(01).
           05  RETO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  AGEA                            PIC X(01).
           05  AGEO                            PIC X(03).
           05  FILLER                          PIC X(02).
           05  AGEYA                           PIC X(01).
           05  AGEYO                           PIC X(03).
           05  FILLER                          PIC X(02).
           05  BANDA                           PIC X(01).
           05  BANDO                           PIC X(06).
           05  FILLER                          PIC X(02).
           05  CUTMA                           PIC X(01).
           05  CUTMO                           PIC X(03).
           05  FILLER                          PIC X(02).
           05  BDAYA                           PIC X(01).
           05  BDAYO                           PIC X(03).
           05  CUTOGRP OCCURS 5 TIMES.
               10  FILLER                      PIC X(02).
               10  CUTA                        PIC X(01).
               10  CUTO                        PIC X(30).
           05  FILLER                          PIC X(02).
           05  INFA                            PIC X(01).
           05  INFO                            PIC X(40).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
