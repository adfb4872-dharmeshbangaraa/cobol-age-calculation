      ******************************************************************
      *                         "CSAGLMAP"                             *
      *         SYMBOLIC MAP FOR THE CSAGIWLM INFANT WAITLIST SCREEN.  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      *  GENERATED FROM MAPSET CSAGLSET, MAP CSAGIWLM, BY BMS.  COPY   *
      *  THIS MEMBER INSTEAD OF THE BMS-GENERATED ONE SO THE FIELD     *
      *  NAMES STAY STABLE ACROSS MAP REGENERATION.                    *
      *                                                                *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26  M.ANDREOLI  CREATED FOR THE INFANT-QUOTA WAITLIST   *
      ******************************************************************
       01  CSAGIWLMI.
           05  FILLER                          PIC X(12).
           05  SAILL                           PIC S9(04) COMP.
           05  SAILF                           PIC X(01).
           05  SAILI                           PIC X(08).
           05  DEPL                            PIC S9(04) COMP.
           05  DEPF                            PIC X(01).
           05  DEPI                            PIC X(08).
           05  INFL                            PIC S9(04) COMP.
           05  INFF                            PIC X(01).
           05  INFI                            PIC X(40).
           05  REQL                            PIC S9(04) COMP.
           05  REQF                            PIC X(01).
           05  REQI                            PIC X(16).
           05  STSL                            PIC S9(04) COMP.
           05  STSF                            PIC X(01).
           05  STSI                            PIC X(10).
           05  FAML                            PIC S9(04) COMP.
           05  FAMF                            PIC X(01).
           05  FAMI                            PIC X(30).
           05  PHNL                            PIC S9(04) COMP.
           05  PHNF                            PIC X(01).
           05  PHNI                            PIC X(15).
           05  BKGL                            PIC S9(04) COMP.
           05  BKGF                            PIC X(01).
           05  BKGI                            PIC X(10).
           05  DOBL                            PIC S9(04) COMP.
           05  DOBF                            PIC X(01).
           05  DOBI                            PIC X(08).
           05  PLCL                            PIC S9(04) COMP.
           05  PLCF                            PIC X(01).
           05  PLCI                            PIC X(01).
           05  OFDL                            PIC S9(04) COMP.
           05  OFDF                            PIC X(01).
           05  OFDI                            PIC X(08).
           05  OFXL                            PIC S9(04) COMP.
           05  OFXF                            PIC X(01).
           05  OFXI                            PIC X(08).
           05  ENTL                            PIC S9(04) COMP.
           05  ENTF                            PIC X(01).
           05  ENTI                            PIC X(08).
           05  MSGL                            PIC S9(04) COMP.
           05  MSGF                            PIC X(01).
           05  MSGI                            PIC X(60).

       01  CSAGIWLMO REDEFINES CSAGIWLMI.
           05  FILLER                          PIC X(12).
           05  FILLER                          PIC X(02).
           05  SAILA                           PIC X(01).
           05  SAILO                           PIC X(08).
           05  FILLER                          PIC X(02).
           05  DEPA                            PIC X(01).
           05  DEPO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  INFA                            PIC X(01).
           05  INFO                            PIC X(40).
           05  FILLER                          PIC X(02).
           05  REQA                            PIC X(01).
           05  REQO                            PIC X(16).
           05  FILLER                          PIC X(02).
           05  STSA                            PIC X(01).
           05  STSO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  FAMA                            PIC X(01).
           05  FAMO                            PIC X(30).
           05  FILLER                          PIC X(02).
           05  PHNA                            PIC X(01).
           05  PHNO                            PIC X(15).
           05  FILLER                          PIC X(02).
           05  BKGA                            PIC X(01).
           05  BKGO                            PIC X(10).
           05  FILLER                          PIC X(02).
           05  DOBA                            PIC X(01).
           05  DOBO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  PLCA                            PIC X(01).
           05  PLCO                            PIC X(01).
           05  FILLER                          PIC X(02).
           05  OFDA                            PIC X(01).
           05  OFDO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  OFXA                            PIC X(01).
           05  OFXO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  ENTA                            PIC X(01).
           05  ENTO                            PIC X(08).
           05  FILLER                          PIC X(02).
           05  MSGA                            PIC X(01).
           05  MSGO                            PIC X(60).
