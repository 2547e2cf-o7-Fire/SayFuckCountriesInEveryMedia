      *>-----------------------------------------------------------
      *> COUNTAPRO.cpy
      *> Symbolic map generated from maps/COUNTAPR.bms for the
      *> COUNTRY-APRV pending-update approval transaction. Old
      *> (on file) and new (queued) values side by side with the
      *> submitting operator. Hand-maintained here in place of a
      *> BMS assembly step; keep in sync with the .bms source if
      *> fields change.
      *>-----------------------------------------------------------
01  COUNTAPRI.
    05  FILLER                      PIC X(12).
    05  AACTNL                      PIC S9(4) COMP.
    05  AACTNF                      PIC X.
    05  FILLER REDEFINES AACTNF     PIC X.
    05  AACTNI                      PIC X(1).
    05  ACODEL                      PIC S9(4) COMP.
    05  ACODEF                      PIC X.
    05  FILLER REDEFINES ACODEF     PIC X.
    05  ACODEI                      PIC X(3).
    05  AREQL                       PIC S9(4) COMP.
    05  AREQF                       PIC X.
    05  FILLER REDEFINES AREQF      PIC X.
    05  AREQI                       PIC X(6).
    05  AEFFDL                      PIC S9(4) COMP.
    05  AEFFDF                      PIC X.
    05  FILLER REDEFINES AEFFDF     PIC X.
    05  AEFFDI                      PIC X(10).
    05  AOPERL                      PIC S9(4) COMP.
    05  AOPERF                      PIC X.
    05  FILLER REDEFINES AOPERF     PIC X.
    05  AOPERI                      PIC X(8).
    05  ASUBDL                      PIC S9(4) COMP.
    05  ASUBDF                      PIC X.
    05  FILLER REDEFINES ASUBDF     PIC X.
    05  ASUBDI                      PIC X(8).
    05  ASUBTL                      PIC S9(4) COMP.
    05  ASUBTF                      PIC X.
    05  FILLER REDEFINES ASUBTF     PIC X.
    05  ASUBTI                      PIC X(6).
    05  AONAML                      PIC S9(4) COMP.
    05  AONAMF                      PIC X.
    05  FILLER REDEFINES AONAMF     PIC X.
    05  AONAMI                      PIC X(40).
    05  ANNAML                      PIC S9(4) COMP.
    05  ANNAMF                      PIC X.
    05  FILLER REDEFINES ANNAMF     PIC X.
    05  ANNAMI                      PIC X(40).
    05  AORGNL                      PIC S9(4) COMP.
    05  AORGNF                      PIC X.
    05  FILLER REDEFINES AORGNF     PIC X.
    05  AORGNI                      PIC X(3).
    05  ANRGNL                      PIC S9(4) COMP.
    05  ANRGNF                      PIC X.
    05  FILLER REDEFINES ANRGNF     PIC X.
    05  ANRGNI                      PIC X(3).
    05  AOPOPL                      PIC S9(4) COMP.
    05  AOPOPF                      PIC X.
    05  FILLER REDEFINES AOPOPF     PIC X.
    05  AOPOPI                      PIC X(10).
    05  ANPOPL                      PIC S9(4) COMP.
    05  ANPOPF                      PIC X.
    05  FILLER REDEFINES ANPOPF     PIC X.
    05  ANPOPI                      PIC X(10).
    05  AOLUPL                      PIC S9(4) COMP.
    05  AOLUPF                      PIC X.
    05  FILLER REDEFINES AOLUPF     PIC X.
    05  AOLUPI                      PIC X(8).
    05  ANLUPL                      PIC S9(4) COMP.
    05  ANLUPF                      PIC X.
    05  FILLER REDEFINES ANLUPF     PIC X.
    05  ANLUPI                      PIC X(8).
    05  AOSTAL                      PIC S9(4) COMP.
    05  AOSTAF                      PIC X.
    05  FILLER REDEFINES AOSTAF     PIC X.
    05  AOSTAI                      PIC X(1).
    05  ANSTAL                      PIC S9(4) COMP.
    05  ANSTAF                      PIC X.
    05  FILLER REDEFINES ANSTAF     PIC X.
    05  ANSTAI                      PIC X(1).
    05  AOSUCL                      PIC S9(4) COMP.
    05  AOSUCF                      PIC X.
    05  FILLER REDEFINES AOSUCF     PIC X.
    05  AOSUCI                      PIC X(3).
    05  ANSUCL                      PIC S9(4) COMP.
    05  ANSUCF                      PIC X.
    05  FILLER REDEFINES ANSUCF     PIC X.
    05  ANSUCI                      PIC X(3).
    05  ASTATL                      PIC S9(4) COMP.
    05  ASTATF                      PIC X.
    05  FILLER REDEFINES ASTATF     PIC X.
    05  ASTATI                      PIC X(8).
    05  AAPPRL                      PIC S9(4) COMP.
    05  AAPPRF                      PIC X.
    05  FILLER REDEFINES AAPPRF     PIC X.
    05  AAPPRI                      PIC X(8).
    05  AMSGL                       PIC S9(4) COMP.
    05  AMSGF                       PIC X.
    05  FILLER REDEFINES AMSGF      PIC X.
    05  AMSGI                       PIC X(79).

01  COUNTAPRO REDEFINES COUNTAPRI.
    05  FILLER                      PIC X(12).
    05  FILLER                      PIC X(3).
    05  AACTNO                      PIC X(1).
    05  FILLER                      PIC X(3).
    05  ACODEO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  AREQO                       PIC X(6).
    05  FILLER                      PIC X(3).
    05  AEFFDO                      PIC X(10).
    05  FILLER                      PIC X(3).
    05  AOPERO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  ASUBDO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  ASUBTO                      PIC X(6).
    05  FILLER                      PIC X(3).
    05  AONAMO                      PIC X(40).
    05  FILLER                      PIC X(3).
    05  ANNAMO                      PIC X(40).
    05  FILLER                      PIC X(3).
    05  AORGNO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  ANRGNO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  AOPOPO                      PIC X(10).
    05  FILLER                      PIC X(3).
    05  ANPOPO                      PIC X(10).
    05  FILLER                      PIC X(3).
    05  AOLUPO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  ANLUPO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  AOSTAO                      PIC X(1).
    05  FILLER                      PIC X(3).
    05  ANSTAO                      PIC X(1).
    05  FILLER                      PIC X(3).
    05  AOSUCO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  ANSUCO                      PIC X(3).
    05  FILLER                      PIC X(3).
    05  ASTATO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  AAPPRO                      PIC X(8).
    05  FILLER                      PIC X(3).
    05  AMSGO                       PIC X(79).
