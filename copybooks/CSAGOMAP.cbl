      ******************************************************************
      *                         "CSAGOMAP"                             *
      *         SYMBOLIC MAP FOR THE CSAGDOCM TRAVEL DOCUMENT SCREEN.  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  GENERATED FROM MAPSET CSAGOSET, MAP CSAGDOCM, BY BMS.  COPY   *
      *  THIS MEMBER INSTEAD OF THE BMS-GENERATED ONE SO THE FIELD     *
      *  NAMES STAY STABLE ACROSS MAP REGENERATION.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR TRAVEL DOCUMENT MAINTENANCE *
      ******************************************************************
       01  CSAGDOCMI.
           05  FILLER                          PIC X(12).
           05  BKGL                            PIC S9(04) COMP.
           05  BKGF                            PIC X(01).
           05  BKGI                            PIC X(10).
           05  PAXL                            PIC S9(04) COMP.
           05  PAXF                            PIC X(01).
           05  PAXI                            PIC X(10).
           05  NAML                            PIC S9(04) COMP.
           05  NAMF                            PIC X(01).
           05  NAMI                            PIC X(30).
           05  STATL                           PIC S9(04) COMP.
           05  STATF                           PIC X(01).
           05  STATI                           PIC X(30).
           05  DOCL                            PIC S9(04) COMP.
           05  DOCF                            PIC X(01).
           05  DOCI                            PIC X(02).
           05  DNRL                            PIC S9(04) COMP.
           05  DNRF                            PIC X(01).
           05  DNRI                            PIC X(15).
           05  ISSL                            PIC S9(04) COMP.
           05  ISSF                            PIC X(01).
           05  ISSI                            PIC X(03).
           05  NATL                            PIC S9(04) COMP.
           05  NATF                            PIC X(01).
           05  NATI                            PIC X(03).
           05  GENL                            PIC S9(04) COMP.
           05  GENF                            PIC X(01).
           05  GENI                            PIC X(01).
           05  DNML                            PIC S9(04) COMP.
           05  DNMF                            PIC X(01).
           05  DNMI                            PIC X(30).
           05  DOBL                            PIC S9(04) COMP.
           05  DOBF                            PIC X(01).
           05  DOBI                            PIC X(08).
           05  EXPL                            PIC S9(04) COMP.
           05  EXPF                            PIC X(01).
           05  EXPI                            PIC X(08).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).

       01  CSAGDOCMO REDEFINES CSAGDOCMI.
           05  FILLER                          PIC X(12).
           05  FILLER                          PIC X(02).
           05  BKGA                            PIC X(01).
           05  BKGO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  PAXA                            PIC X(01).
           05  PAXO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  NAMA                            PIC X(01).
           05  NAMO                            PIC X(30).
           05  FILLER                          PIC X(02).
           05  STATA                           PIC X(01).
           05  STATO                           PIC X(30).
           05  FILLER                          PIC X(02).
           05  DOCA                            PIC X(01).
           05  DOCO                            PIC X(02).
           05  FILLER                          PIC X(02).
           05  DNRA                            PIC X(01).
           05  DNRO                            PIC X(15).
           05  FILLER                          PIC X(02).
           05  ISSA                            PIC X(01).
           05  ISSO                            PIC X(03).
           05  FILLER                          PIC X(02).
           05  NATA                            PIC X(01).
           05  NATO                            PIC X(03).
           05  FILLER                          PIC X(02).
           05  GENA                            PIC X(01).
           05  GENO                            PIC X(01).
           05  FILLER                          PIC X(02).
           05  DNMA                            PIC X(01).
           05  DNMO                            PIC X(30).
           05  FILLER                          PIC X(02).
           05  DOBA                            PIC X(01).
           05  DOBO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  EXPA                            PIC X(01).
           05  EXPO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
