      *    PONG0010 (fleetcfg.cbl) under the same validation and
      *    audit trail PONG0005 applies to a single cabinet; read by
      *    the distribution job (PONG0011 / cfgdist.cbl) to generate
      *    every station's pong.cfg. FS-COMP-PLAYS is the station's
      *    loyalty threshold (paid plays per comp credit, 0 = off).
      *================================================================*
       01  FLEET-CFG-RECORD.
           05 FS-STATION-ID    PIC 9(2).
           05 FS-ATTRACT-SECS  PIC 9(3).
           05 FS-FREE-PLAY     PIC X.
           05 FS-PRICE-CENTS   PIC 9(3).
           05 FS-COMP-PLAYS    PIC 9(3).
