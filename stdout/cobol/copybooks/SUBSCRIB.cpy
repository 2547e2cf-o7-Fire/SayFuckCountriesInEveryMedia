      *> own FULL/DELTA mode and delta window; COUNTRY-BAL balances
      *> each feed and advances each subscriber's last-extract date
      *> independently once its feed proves in balance.
      *> SUB-CODE-SCHEME names the country code scheme the
      *> subscriber wants on its feed (a scheme on the
      *> country-xref.txt cross-reference); blank or OWN sends our
      *> own code unchanged.
      *>-----------------------------------------------------------
01  SUBSCRIBER-RECORD.
    05  SUB-ID                      PIC X(8).
    05  SUB-ACTIVE-FLAG             PIC X(1).
        88  SUB-IS-ACTIVE               VALUE 'Y'.
        88  SUB-IS-INACTIVE             VALUE 'N'.
    05  SUB-CODE-SCHEME             PIC X(6).
        88  SUB-USES-OWN-CODE           VALUE SPACES 'OWN   '.
