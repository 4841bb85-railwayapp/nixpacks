      ******************************************************************
      *    HWAPRMAP.CPY
      *    SYMBOLIC MAP FOR THE HWAPPROV GREETING CHANGE APPROVAL
      *    SCREEN (BMS MAPSET HWAPRSET, MAP HWAPRM)
      ******************************************************************
       01  HWAPRMI.
           03 FILLER                PIC X(12).
           03 ACTIONL               PIC S9(4) COMP.
           03 ACTIONF               PIC X.
           03 FILLER REDEFINES ACTIONF.
              05 ACTIONA            PIC X.
           03 ACTIONI               PIC X.
           03 JOBNAMEL              PIC S9(4) COMP.
           03 JOBNAMEF              PIC X.
           03 FILLER REDEFINES JOBNAMEF.
              05 JOBNAMEA           PIC X.
           03 JOBNAMEI              PIC X(8).
           03 EFFROML               PIC S9(4) COMP.
           03 EFFROMF               PIC X.
           03 FILLER REDEFINES EFFROMF.
              05 EFFROMA            PIC X.
           03 EFFROMI               PIC X(8).
           03 FUNCTNL               PIC S9(4) COMP.
           03 FUNCTNF               PIC X.
           03 FILLER REDEFINES FUNCTNF.
              05 FUNCTNA            PIC X.
           03 FUNCTNI               PIC X.
           03 REQBYL                PIC S9(4) COMP.
           03 REQBYF                PIC X.
           03 FILLER REDEFINES REQBYF.
              05 REQBYA             PIC X.
           03 REQBYI                PIC X(8).
           03 REQDATEL              PIC S9(4) COMP.
           03 REQDATEF              PIC X.
           03 FILLER REDEFINES REQDATEF.
              05 REQDATEA           PIC X.
           03 REQDATEI              PIC X(8).
           03 REQTIMEL              PIC S9(4) COMP.
           03 REQTIMEF              PIC X.
           03 FILLER REDEFINES REQTIMEF.
              05 REQTIMEA           PIC X.
           03 REQTIMEI              PIC X(6).
           03 EFFTOL                PIC S9(4) COMP.
           03 EFFTOF                PIC X.
           03 FILLER REDEFINES EFFTOF.
              05 EFFTOA             PIC X.
           03 EFFTOI                PIC X(8).
           03 HELLOTXL              PIC S9(4) COMP.
           03 HELLOTXF              PIC X.
           03 FILLER REDEFINES HELLOTXF.
              05 HELLOTXA           PIC X.
           03 HELLOTXI              PIC X(11).
           03 WORLDTXL              PIC S9(4) COMP.
           03 WORLDTXF              PIC X.
           03 FILLER REDEFINES WORLDTXF.
              05 WORLDTXA           PIC X.
           03 WORLDTXI              PIC X(6).
           03 NOTEL                 PIC S9(4) COMP.
           03 NOTEF                 PIC X.
           03 FILLER REDEFINES NOTEF.
              05 NOTEA              PIC X.
           03 NOTEI                 PIC X(30).
           03 MSGL                  PIC S9(4) COMP.
           03 MSGF                  PIC X.
           03 FILLER REDEFINES MSGF.
              05 MSGA               PIC X.
           03 MSGI                  PIC X(40).

       01  HWAPRMO REDEFINES HWAPRMI.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(3).
           03 ACTIONO               PIC X.
           03 FILLER                PIC X(3).
           03 JOBNAMEO              PIC X(8).
           03 FILLER                PIC X(3).
           03 EFFROMO               PIC X(8).
           03 FILLER                PIC X(3).
           03 FUNCTNO               PIC X.
           03 FILLER                PIC X(3).
           03 REQBYO                PIC X(8).
           03 FILLER                PIC X(3).
           03 REQDATEO              PIC X(8).
           03 FILLER                PIC X(3).
           03 REQTIMEO              PIC X(6).
           03 FILLER                PIC X(3).
           03 EFFTOO                PIC X(8).
           03 FILLER                PIC X(3).
           03 HELLOTXO              PIC X(11).
           03 FILLER                PIC X(3).
           03 WORLDTXO              PIC X(6).
           03 FILLER                PIC X(3).
           03 NOTEO                 PIC X(30).
           03 FILLER                PIC X(3).
           03 MSGO                  PIC X(40).
