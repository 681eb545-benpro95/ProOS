      *> siterec.cpy -- fixed-width layout of /opt/rpi/effects/site.cfg,
      *> the one-record settings file describing where this Pi hangs:
      *> the storefront's latitude and longitude in signed decimal
      *> degrees (north and east positive, e.g. +53.4808 -002.2426),
      *> its standard-time offset from UTC as a signed HHMM, and the
      *> summer-time rule the clock follows -- EU (last Sunday in
      *> March to last Sunday in October), US (second Sunday in March
      *> to first Sunday in November) or NONE/blank.  SUN-WINDOW works
      *> sunset and sunrise out of it for the show window; kept in a
      *> copybook so anything validating the file can't drift apart
      *> from it on the field widths, same as fixtrec.cpy.
      *>
      *> The trailing columns are optional and only COLOR-ENERGY reads
      *> them: the strips' supply voltage in whole volts (blank means
      *> 5), the tariff per kWh as UU.FFFF in the site's currency
      *> (blank prices nothing), and the LEDs' rated life in hours
      *> (blank means no rating is held, so no life-used figure).  A
      *> short row from before they existed still reads the same way.
      *>
      *> The last column is the store ID head office knows this site
      *> by, up to eight characters; STATUS-EXTRACT stamps it on every
      *> record of the nightly extract and names the file after it.
          05  SITE-LATITUDE.
              10  SITE-LAT-SIGN    PIC X(01).
              10  SITE-LAT-DEG     PIC 9(02).
              10  SITE-LAT-POINT   PIC X(01).
              10  SITE-LAT-FRAC    PIC 9(04).
          05  FILLER               PIC X(01).
          05  SITE-LONGITUDE.
              10  SITE-LON-SIGN    PIC X(01).
              10  SITE-LON-DEG     PIC 9(03).
              10  SITE-LON-POINT   PIC X(01).
              10  SITE-LON-FRAC    PIC 9(04).
          05  FILLER               PIC X(01).
          05  SITE-UTC-OFFSET.
              10  SITE-UTC-SIGN    PIC X(01).
              10  SITE-UTC-HH      PIC 9(02).
              10  SITE-UTC-MM      PIC 9(02).
          05  FILLER               PIC X(01).
          05  SITE-DST-RULE        PIC X(04).
          05  FILLER               PIC X(01).
          05  SITE-SUPPLY-VOLTS    PIC X(02).
          05  FILLER               PIC X(01).
          05  SITE-TARIFF.
              10  SITE-TRF-UNITS   PIC 9(02).
              10  SITE-TRF-POINT   PIC X(01).
              10  SITE-TRF-FRAC    PIC 9(04).
          05  FILLER               PIC X(01).
          05  SITE-RATED-HOURS     PIC X(06).
          05  FILLER               PIC X(01).
          05  SITE-STORE-ID        PIC X(08).
