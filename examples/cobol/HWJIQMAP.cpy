      ******************************************************************
      *    HWJIQMAP.CPY
      *    SYMBOLIC MAP FOR THE HWJOBINQ JOB STATUS INQUIRY SCREEN
      *    (BMS MAPSET HWJIQSET, MAP HWJIQM). THE EVENT AND ALERT
      *    LINES ARE REPEATED FIELDS (DFHMDF OCCURS).
      ******************************************************************
       01  HWJIQMI.
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
           03 RUNDATEL              PIC S9(4) COMP.
           03 RUNDATEF              PIC X.
           03 FILLER REDEFINES RUNDATEF.
              05 RUNDATEA           PIC X.
           03 RUNDATEI              PIC X(8).
           03 JOBDESCL              PIC S9(4) COMP.
           03 JOBDESCF              PIC X.
           03 FILLER REDEFINES JOBDESCF.
              05 JOBDESCA           PIC X.
           03 JOBDESCI              PIC X(30).
           03 OWNAREAL              PIC S9(4) COMP.
           03 OWNAREAF              PIC X.
           03 FILLER REDEFINES OWNAREAF.
              05 OWNAREAA           PIC X.
           03 OWNAREAI              PIC X(8).
           03 JOBSTATL              PIC S9(4) COMP.
           03 JOBSTATF              PIC X.
           03 FILLER REDEFINES JOBSTATF.
              05 JOBSTATA           PIC X.
           03 JOBSTATI              PIC X(9).
           03 JOBENVSL              PIC S9(4) COMP.
           03 JOBENVSF              PIC X.
           03 FILLER REDEFINES JOBENVSF.
              05 JOBENVSA           PIC X.
           03 JOBENVSI              PIC X(39).
           03 EVCOUNTL              PIC S9(4) COMP.
           03 EVCOUNTF              PIC X.
           03 FILLER REDEFINES EVCOUNTF.
              05 EVCOUNTA           PIC X.
           03 EVCOUNTI              PIC X(3).
           03 EVLINED               OCCURS 6 TIMES.
              05 EVLINEL            PIC S9(4) COMP.
              05 EVLINEF            PIC X.
              05 FILLER REDEFINES EVLINEF.
                 07 EVLINEA         PIC X.
              05 EVLINEI            PIC X(40).
           03 ELAPSEDL              PIC S9(4) COMP.
           03 ELAPSEDF              PIC X.
           03 FILLER REDEFINES ELAPSEDF.
              05 ELAPSEDA           PIC X.
           03 ELAPSEDI              PIC X(7).
           03 AVGSECSL              PIC S9(4) COMP.
           03 AVGSECSF              PIC X.
           03 FILLER REDEFINES AVGSECSF.
              05 AVGSECSA           PIC X.
           03 AVGSECSI              PIC X(7).
           03 WRSTSECL              PIC S9(4) COMP.
           03 WRSTSECF              PIC X.
           03 FILLER REDEFINES WRSTSECF.
              05 WRSTSECA           PIC X.
           03 WRSTSECI              PIC X(7).
           03 PROFRUNL              PIC S9(4) COMP.
           03 PROFRUNF              PIC X.
           03 FILLER REDEFINES PROFRUNF.
              05 PROFRUNA           PIC X.
           03 PROFRUNI              PIC X(5).
           03 PROFNOTL              PIC S9(4) COMP.
           03 PROFNOTF              PIC X.
           03 FILLER REDEFINES PROFNOTF.
              05 PROFNOTA           PIC X.
           03 PROFNOTI              PIC X(20).
           03 ALCOUNTL              PIC S9(4) COMP.
           03 ALCOUNTF              PIC X.
           03 FILLER REDEFINES ALCOUNTF.
              05 ALCOUNTA           PIC X.
           03 ALCOUNTI              PIC X(3).
           03 ALLINED               OCCURS 4 TIMES.
              05 ALLINEL            PIC S9(4) COMP.
              05 ALLINEF            PIC X.
              05 FILLER REDEFINES ALLINEF.
                 07 ALLINEA         PIC X.
              05 ALLINEI            PIC X(60).
           03 MSGL                  PIC S9(4) COMP.
           03 MSGF                  PIC X.
           03 FILLER REDEFINES MSGF.
              05 MSGA               PIC X.
           03 MSGI                  PIC X(40).

       01  HWJIQMO REDEFINES HWJIQMI.
           03 FILLER                PIC X(12).
           03 FILLER                PIC X(3).
           03 ACTIONO               PIC X.
           03 FILLER                PIC X(3).
           03 JOBNAMEO              PIC X(8).
           03 FILLER                PIC X(3).
           03 RUNDATEO              PIC X(8).
           03 FILLER                PIC X(3).
           03 JOBDESCO              PIC X(30).
           03 FILLER                PIC X(3).
           03 OWNAREAO              PIC X(8).
           03 FILLER                PIC X(3).
           03 JOBSTATO              PIC X(9).
           03 FILLER                PIC X(3).
           03 JOBENVSO              PIC X(39).
           03 FILLER                PIC X(3).
           03 EVCOUNTO              PIC X(3).
           03 EVLINEDO              OCCURS 6 TIMES.
              05 FILLER             PIC X(3).
              05 EVLINEO            PIC X(40).
           03 FILLER                PIC X(3).
           03 ELAPSEDO              PIC X(7).
           03 FILLER                PIC X(3).
           03 AVGSECSO              PIC X(7).
           03 FILLER                PIC X(3).
           03 WRSTSECO              PIC X(7).
           03 FILLER                PIC X(3).
           03 PROFRUNO              PIC X(5).
           03 FILLER                PIC X(3).
           03 PROFNOTO              PIC X(20).
           03 FILLER                PIC X(3).
           03 ALCOUNTO              PIC X(3).
           03 ALLINEDO              OCCURS 4 TIMES.
              05 FILLER             PIC X(3).
              05 ALLINEO            PIC X(60).
           03 FILLER                PIC X(3).
           03 MSGO                  PIC X(40).
