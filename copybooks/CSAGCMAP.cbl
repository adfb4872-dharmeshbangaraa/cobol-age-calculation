      ******************************************************************
      *                         "CSAGCMAP"                             *
      *         SYMBOLIC MAP FOR THE CSAGCASM COMPLIANCE CASE SCREEN.  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  GENERATED FROM MAPSET CSAGCSET, MAP CSAGCASM, BY BMS.  COPY   *
      *  THIS MEMBER INSTEAD OF THE BMS-GENERATED ONE SO THE FIELD     *
      *  NAMES STAY STABLE ACROSS MAP REGENERATION.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE COMMON COMPLIANCE CASE  *
      *                        FILE                                    *
      ******************************************************************
       01  CSAGCASMI.
           05  FILLER                          PIC X(12).
           05  BKGL                            PIC S9(04) COMP.
           05  BKGF                            PIC X(01).
           05  BKGI                            PIC X(10).
           05  PAXL                            PIC S9(04) COMP.
           05  PAXF                            PIC X(01).
           05  PAXI                            PIC X(10).
           05  TYPL                            PIC S9(04) COMP.
           05  TYPF                            PIC X(01).
           05  TYPI                            PIC X(06).
           05  SRCL                            PIC S9(04) COMP.
           05  SRCF                            PIC X(01).
           05  SRCI                            PIC X(08).
           05  SAILL                           PIC S9(04) COMP.
           05  SAILF                           PIC X(01).
           05  SAILI                           PIC X(08).
           05  DEPL                            PIC S9(04) COMP.
           05  DEPF                            PIC X(01).
           05  DEPI                            PIC X(08).
           05  STSL                            PIC S9(04) COMP.
           05  STSF                            PIC X(01).
           05  STSI                            PIC X(01).
           05  RSNL                            PIC S9(04) COMP.
           05  RSNF                            PIC X(01).
           05  RSNI                            PIC X(01).
           05  FSTL                            PIC S9(04) COMP.
           05  FSTF                            PIC X(01).
           05  FSTI                            PIC X(08).
           05  LSTL                            PIC S9(04) COMP.
           05  LSTF                            PIC X(01).
           05  LSTI                            PIC X(08).
           05  HITL                            PIC S9(04) COMP.
           05  HITF                            PIC X(01).
           05  HITI                            PIC X(05).
           05  ROPL                            PIC S9(04) COMP.
           05  ROPF                            PIC X(01).
           05  ROPI                            PIC X(03).
           05  DTLL                            PIC S9(04) COMP.
           05  DTLF                            PIC X(01).
           05  DTLI                            PIC X(40).
           05  ASGL                            PIC S9(04) COMP.
           05  ASGF                            PIC X(01).
           05  ASGI                            PIC X(08).
           05  NOTEL                           PIC S9(04) COMP.
           05  NOTEF                           PIC X(01).
           05  NOTEI                           PIC X(60).
           05  CLBL                            PIC S9(04) COMP.
           05  CLBF                            PIC X(01).
           05  CLBI                            PIC X(08).
           05  CLDL                            PIC S9(04) COMP.
           05  CLDF                            PIC X(01).
           05  CLDI                            PIC X(08).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).

       01  CSAGCASMO REDEFINES CSAGCASMI.
           05  FILLER                          PIC X(12).
           05  FILLER                          PIC X(02).
           05  BKGA                            PIC X(01).
           05  BKGO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  PAXA                            PIC X(01).
           05  PAXO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  TYPA                            PIC X(01).
           05  TYPO                            PIC X(06).
           05  FILLER                          PIC X(02).
           05  SRCA                            PIC X(01).
           05  SRCO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  SAILA                           PIC X(01).
           05  SAILO                           PIC X(08).
           05  FILLER                          PIC X(02).
           05  DEPA                            PIC X(01).
           05  DEPO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  STSA                            PIC X(01).
           05  STSO                            PIC X(01).
           05  FILLER                          PIC X(02).
           05  RSNA                            PIC X(01).
           05  RSNO                            PIC X(01).
           05  FILLER                          PIC X(02).
           05  FSTA                            PIC X(01).
           05  FSTO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  LSTA                            PIC X(01).
           05  LSTO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  HITA                            PIC X(01).
           05  HITO                            PIC X(05).
           05  FILLER                          PIC X(02).
           05  ROPA                            PIC X(01).
           05  ROPO                            PIC X(03).
           05  FILLER                          PIC X(02).
           05  DTLA                            PIC X(01).
           05  DTLO                            PIC X(40).
           05  FILLER                          PIC X(02).
           05  ASGA                            PIC X(01).
           05  ASGO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  NOTEA                           PIC X(01).
           05  NOTEO                           PIC X(60).
           05  FILLER                          PIC X(02).
           05  CLBA                            PIC X(01).
           05  CLBO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  CLDA                            PIC X(01).
           05  CLDO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
