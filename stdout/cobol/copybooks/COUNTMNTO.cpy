    05  SUCCF                       PIC X.
    05  FILLER REDEFINES SUCCF      PIC X.
    05  SUCCI                       PIC X(3).
    05  EFFDL                       PIC S9(4) COMP.
    05  EFFDF                       PIC X.
    05  FILLER REDEFINES EFFDF      PIC X.
    05  EFFDI                       PIC X(8).
    05  MSGL                        PIC S9(4) COMP.
    05  MSGF                        PIC X.
    05  FILLER REDEFINES MSGF       PIC X.
    05  FILLER                      PIC X(3).
    05  SUCCO                       PIC X(3).
    05  FILLER                      PIC X(3).
    05  EFFDO                       PIC X(8).
    05  FILLER                      PIC X(3).
    05  MSGO                        PIC X(79).
