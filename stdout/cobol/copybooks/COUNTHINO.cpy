      *>-----------------------------------------------------------
      *> COUNTHINO.cpy
      *> Symbolic map generated from maps/COUNTHIN.bms for the
      *> COUNTRY-HINQ country history timeline inquiry. Code key
      *> field, country name, page number and current-state line,
      *> then twelve protected history lines the program formats.
      *> Hand-maintained here in place of a BMS assembly step;
      *> keep in sync with the .bms source if fields change.
      *>-----------------------------------------------------------
01  COUNTHINI.
    05  FILLER                      PIC X(12).
    05  HCODEL                      PIC S9(4) COMP.
    05  HCODEF                      PIC X.
    05  FILLER REDEFINES HCODEF     PIC X.
    05  HCODEI                      PIC X(3).
    05  HNAMEL                      PIC S9(4) COMP.
    05  HNAMEF                      PIC X.
    05  FILLER REDEFINES HNAMEF     PIC X.
    05  HNAMEI                      PIC X(40).
    05  HPAGEL                      PIC S9(4) COMP.
    05  HPAGEF                      PIC X.
    05  FILLER REDEFINES HPAGEF     PIC X.
    05  HPAGEI                      PIC X(3).
    05  HCURL                       PIC S9(4) COMP.
    05  HCURF                       PIC X.
    05  FILLER REDEFINES HCURF      PIC X.
    05  HCURI                       PIC X(75).
    05  HROW-ENTRY OCCURS 12 TIMES.
        10  HLINL                   PIC S9(4) COMP.
        10  HLINF                   PIC X.
        10  HLINI                   PIC X(62).
    05  HMSGL                       PIC S9(4) COMP.
    05  HMSGF                       PIC X.
    05  FILLER REDEFINES HMSGF      PIC X.
    05  HMSGI                       PIC X(79).

01  COUNTHINO REDEFINES COUNTHINI.
    05  FILLER                      PIC X(12).
    05  FILLER                      PIC X(3).
    05  HCODEO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  HNAMEO                      PIC X(40).
    05  FILLER                      PIC X(3).
    05  HPAGEO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  HCURO                       PIC X(75).
    05  HROW-ENTRY-O OCCURS 12 TIMES.
        10  FILLER                  PIC X(3).
        10  HLINO                   PIC X(62).
    05  FILLER                      PIC X(3).
    05  HMSGO                       PIC X(79).
