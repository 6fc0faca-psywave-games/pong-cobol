      *================================================================*
      *    UTIL-LOG-RECORD: shared layout for utillog.dat, the cabinet
      *    utilisation log. Written by PONG0001 (game.cbl) at every
      *    change of cabinet state, read by the utilisation report
      *    (PONG0020 / utilrpt.cbl). UL-EVENT names what happened
      *    (SESSN-OPEN, SESSN-CLOS, ATTR-ENTER, ATTR-EXIT, GATE-HOLD,
      *    GATE-RELSE, PAUSE, RESUME, OPS-WARN, OPS-CLEAR); UL-STATE
      *    is the state the cabinet is in from that moment until the
      *    station's next record - PLAY, HOLD (held at INSERT COIN),
      *    ATTRACT, PAUSED, DOWN (ops warning on screen) or OFF
      *    (session closed). A session that ends without a SESSN-CLOS
      *    record went dark without closing.
      *================================================================*
       01  UTIL-LOG-RECORD.
           05 UL-DATE          PIC 9(8).
           05 UL-TIME          PIC 9(6).
           05 UL-STATION-ID    PIC 9(2).
           05 UL-EVENT         PIC X(10).
           05 UL-STATE         PIC X(8).
