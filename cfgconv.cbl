      *================================================================*
       IDENTIFICATION                                          DIVISION.
      *================================================================*
      *    Compile with param: cobc -x -std=ibm -I copybooks
      *        cfgconv.cbl
      *    One-off reload of the fleet settings master onto the
      *    current FLEET-CFG-RECORD. FS-COMP-PLAYS (the loyalty
      *    threshold) lengthened the record from 24 to 27 bytes, and
      *    an indexed master keyed at the old length will not open
      *    under PONG0010, PONG0011 or PONG0022. The old master is
      *    renamed fleetcfg.v1.dat; this job reads it in key order
      *    and writes every station to a new fleetcfg.dat with its
      *    settings unchanged and FS-COMP-PLAYS zero (comps off until
      *    set on PONG0010). It refuses to run over an existing
      *    fleetcfg.dat, so it cannot overwrite a converted master.
      *    Return code 8 when nothing was or could be converted.
       PROGRAM-ID.         PONG0023.

       AUTHOR.             RODRIGO DORNELLES.
       INSTALLATION.       PSYWAVE GAMES.

       DATE-WRITTEN.       15/10/2026.
       DATE-COMPILED.      15/10/2026.
      *================================================================*
       ENVIRONMENT                                             DIVISION.
      *================================================================*
       CONFIGURATION                                            SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                                             SECTION.
       FILE-CONTROL.
           SELECT OLD-CFG-FILE ASSIGN TO "fleetcfg.v1.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OC-STATION-ID
               FILE STATUS IS WS-OC-STATUS.

           SELECT FLEET-CFG-FILE ASSIGN TO "fleetcfg.dat"
               ORGANIZATION INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FS-STATION-ID
               FILE STATUS IS WS-FS-STATUS.
      *================================================================*
       DATA                                                    DIVISION.
      *================================================================*
       FILE                                                    SECTION.
      *----------------------------------------------------------------*
      *    OLD-CFG-FILE: the master as written before FS-COMP-PLAYS -
      *    FLEET-CFG-RECORD less its last field.
      *----------------------------------------------------------------*
       FD  OLD-CFG-FILE.
       01  OLD-CFG-RECORD.
           05 OC-STATION-ID    PIC 9(2).
           05 OC-MODE          PIC X(4).
           05 OC-AI-DELAY      PIC 9(3).
           05 OC-AI-SPEEDPCT   PIC 9(3).
           05 OC-TIMER-MODE    PIC X.
           05 OC-ROUND-SECS    PIC 9(3).
           05 OC-SERIES-LEN    PIC 9.
           05 OC-ATTRACT-SECS  PIC 9(3).
           05 OC-FREE-PLAY     PIC X.
           05 OC-PRICE-CENTS   PIC 9(3).
      *----------------------------------------------------------------*
      *    FLEET-CFG-FILE: the master every program now reads.
      *----------------------------------------------------------------*
       FD  FLEET-CFG-FILE.
           COPY FLEETCFG.
      *================================================================*
       WORKING-STORAGE                                          SECTION.
      *----------------------------------------------------------------*
      *    CONVERT-VARIABLES
      *----------------------------------------------------------------*
       01 WS-OC-STATUS          PIC XX.
       01 WS-FS-STATUS          PIC XX.
       01 CV-READ               PIC 9(3)    VALUE ZERO.
       01 CV-WRITTEN            PIC 9(3)    VALUE ZERO.
      *================================================================*
       PROCEDURE                                               DIVISION.
      *================================================================*
       MAIN-PROCEDURE.
       PERFORM CONVERT-OPEN.
       IF RETURN-CODE = 8 THEN
           GOBACK
       END-IF.
       PERFORM CONVERT-COPY.
       PERFORM CONVERT-REPORT.
       GOBACK.
      *----------------------------------------------------------------*
      *    CONVERT-OPEN: the new master must not exist yet - a
      *    converted master already in place is left alone - and the
      *    old one must open at the old length. A status 39 on it
      *    means fleetcfg.v1.dat is already in the new layout.
      *----------------------------------------------------------------*
       CONVERT-OPEN                                             SECTION.
           OPEN INPUT FLEET-CFG-FILE
           IF WS-FS-STATUS NOT = "35" THEN
               IF WS-FS-STATUS = "00" THEN
                   CLOSE FLEET-CFG-FILE
               END-IF
               DISPLAY "fleetcfg.dat ALREADY PRESENT (" WS-FS-STATUS
                   ") - NOTHING CONVERTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT OLD-CFG-FILE
           IF WS-OC-STATUS NOT = "00" THEN
               DISPLAY "OLD MASTER ERROR " WS-OC-STATUS
                   " fleetcfg.v1.dat - NOTHING CONVERTED"
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT FLEET-CFG-FILE
           IF WS-FS-STATUS NOT = "00" THEN
               DISPLAY "MASTER FILE ERROR " WS-FS-STATUS
                   " fleetcfg.dat - NOTHING CONVERTED"
               CLOSE OLD-CFG-FILE
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF.
      *----------------------------------------------------------------*
      *    CONVERT-COPY: station by station in key order, so the new
      *    master is written in sequence.
      *----------------------------------------------------------------*
       CONVERT-COPY                                             SECTION.
           PERFORM UNTIL WS-OC-STATUS NOT = "00"
               READ OLD-CFG-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-OC-STATUS
                   NOT AT END
                       ADD 1 TO CV-READ
                       PERFORM CONVERT-ONE
               END-READ
           END-PERFORM
           CLOSE OLD-CFG-FILE
           CLOSE FLEET-CFG-FILE.
      *----------------------------------------------------------------*
       CONVERT-ONE                                              SECTION.
           MOVE OC-STATION-ID TO FS-STATION-ID
           MOVE OC-MODE TO FS-MODE
           MOVE OC-AI-DELAY TO FS-AI-DELAY
           MOVE OC-AI-SPEEDPCT TO FS-AI-SPEEDPCT
           MOVE OC-TIMER-MODE TO FS-TIMER-MODE
           MOVE OC-ROUND-SECS TO FS-ROUND-SECS
           MOVE OC-SERIES-LEN TO FS-SERIES-LEN
           MOVE OC-ATTRACT-SECS TO FS-ATTRACT-SECS
           MOVE OC-FREE-PLAY TO FS-FREE-PLAY
           MOVE OC-PRICE-CENTS TO FS-PRICE-CENTS
           MOVE ZERO TO FS-COMP-PLAYS
           WRITE FLEET-CFG-RECORD
               INVALID KEY
                   DISPLAY "STATION " OC-STATION-ID
                       " NOT WRITTEN - STATUS " WS-FS-STATUS
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO CV-WRITTEN
           END-WRITE.
      *----------------------------------------------------------------*
       CONVERT-REPORT                                           SECTION.
           DISPLAY "==== PONG0023 FLEET MASTER RELOAD ===="
           DISPLAY "STATIONS READ.....: " CV-READ
           DISPLAY "STATIONS WRITTEN..: " CV-WRITTEN
           IF WS-OC-STATUS NOT = "10" THEN
               DISPLAY "OLD MASTER ERROR " WS-OC-STATUS
                   " - RELOAD INCOMPLETE"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8 THEN
               DISPLAY "** KEEP fleetcfg.v1.dat - DELETE fleetcfg.dat"
                   " AND RERUN **"
           ELSE
               DISPLAY "COMP PLAYS SET TO 0 - SET THEM ON PONG0010"
           END-IF.
