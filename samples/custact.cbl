      * id on the CAQMAP screen; CUSTACT answers "what has this
      * customer been doing" the way CUSTINQ answers "what would this
      * order cost": the CUSTMAS name, tier and YTD total, the last
      * five activity lines with dates, amounts, rates and document
      * numbers, and a flag line saying whether anything of
      * the customer's is sitting held on the exception file, the
      * credit hold file or AR suspense - so a rep on the phone no
      * longer waits for printouts.  Transaction CACT.
      * The activity lines come from the keyed ACTHIST history, read
      * backward from the customer's last key; PF8 pages to older
      * lines and PF7 back toward the newest, the page's key range
      * riding the COMMAREA between screens.
      *
      * Modification history
      * ---------------------------------------------------------------
      *                  (RBA, zeroed before STARTBR) - the option
      *                  is required on STARTBR/READNEXT and the
      *                  translator rejects the commands without it.
      * 2026-10-15  RJM  Activity lines are read from the keyed
      *                  ACTHIST customer activity history instead of
      *                  browsing the whole audit trail: a browse
      *                  positioned past the customer's last key reads
      *                  backward for the newest five.  PF8 shows the
      *                  next five older lines and PF7 the next five
      *                  newer; the customer and the keys of the page
      *                  shown are carried in the COMMAREA.
      *----------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTACT.
               88  WS-CUST-FOUND               VALUE 'Y'.
           05  WS-VALID-ENTRY-FLAG-X PIC X     VALUE 'Y'.
               88  WS-VALID-ENTRY               VALUE 'Y'.
           05  WS-CAH-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-CAH-EOF                  VALUE 'Y'.
           05  WS-BROWSE-FLAG-X    PIC X       VALUE 'N'.
               88  WS-BROWSE-ACTIVE            VALUE 'Y'.
           05  WS-EXC-EOF-FLAG-X   PIC X       VALUE 'N'.
               88  WS-EXC-EOF                  VALUE 'Y'.
           05  WS-CRH-EOF-FLAG-X   PIC X       VALUE 'N'.
       77  WS-MIN-CUST-ID-N        PIC 9(6) VALUE 100000.
       77  WS-MAX-CUST-ID-N        PIC 9(6) VALUE 999999.
       01  WS-EDIT-MSG-X           PIC X(60)   VALUE SPACES.
       01  WS-PAGE-MSG-X           PIC X(60)   VALUE SPACES.

       77  WS-RESP-N               PIC S9(8) COMP VALUE 0.

      * Browse positions (relative byte addresses), one per browsed
      * held-work file, zeroed before each STARTBR so every browse
      * runs from the front of the file.
       77  WS-EXC-RID-N            PIC S9(8) COMP VALUE 0.
       77  WS-CRH-RID-N            PIC S9(8) COMP VALUE 0.
       77  WS-SUS-RID-N            PIC S9(8) COMP VALUE 0.

      * The activity history browse: WS-CAH-RID-X is the RIDFLD the
      * browse moves through, WS-CAH-BOUND-X the key the page is
      * read away from (the lines shown are strictly older or newer
      * than it), built in WS-KEY-WORK.
       01  WS-CAH-RID-X            PIC X(25)   VALUE SPACES.
       01  WS-CAH-BOUND-X          PIC X(25)   VALUE SPACES.
       01  WS-KEY-WORK.
           05  WS-KW-CUST-ID-N     PIC 9(6).
           05  WS-KW-DATE-N        PIC 9(8).
           05  WS-KW-DOC-NO-N      PIC 9(8).
           05  WS-KW-SEQ-N         PIC 9(3).

      * Carried between screens: the customer shown and the keys of
      * the oldest and newest lines on the page, which PF8 and PF7
      * page away from.
       01  WS-CACT-COMMAREA.
           05  WS-CA-CUST-ID-N     PIC 9(6).
           05  WS-CA-OLDEST-KEY-X  PIC X(25).
           05  WS-CA-NEWEST-KEY-X  PIC X(25).

      * One page of activity lines for the customer, kept in file
      * order, oldest first: a backward read inserts each older
      * line at the top, a forward read appends at the bottom.
       01  WS-ACTIVITY-TABLE.
           05  WS-ACT-ENTRY OCCURS 5 TIMES.
               10  WS-ACT-KEY-X        PIC X(25).
               10  WS-ACT-DATE-N       PIC 9(8).
               10  WS-ACT-TYPE-X       PIC X(01).
               10  WS-ACT-FINAL-N      PIC 9(7)V99.

       COPY CUSTMAS.
       COPY AUDREC.
       COPY CAHREC.
       COPY EXCREC.
       COPY CRHREC.
       COPY ARSUSREC.
       COPY CAQMAP.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA             PIC X(56).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
               MAPFAIL (9100-NO-INPUT)
               ERROR   (9900-ABEND)
           END-EXEC.
           IF EIBCALEN = LENGTH OF WS-CACT-COMMAREA
               MOVE DFHCOMMAREA TO WS-CACT-COMMAREA
           ELSE
               MOVE 0      TO WS-CA-CUST-ID-N
               MOVE SPACES TO WS-CA-OLDEST-KEY-X
               MOVE SPACES TO WS-CA-NEWEST-KEY-X
           END-IF.
           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
               PERFORM 1000-PAGE-ACTIVITY THRU 1000-EXIT
               GO TO 0000-RETURN
           END-IF.
           EXEC CICS RECEIVE MAP ('CAQMAP') MAPSET ('CAQMSET')
               INTO (CAQMAPI)
           END-EXEC.
           MOVE 0      TO WS-CA-CUST-ID-N.
           MOVE SPACES TO WS-CA-OLDEST-KEY-X.
           MOVE SPACES TO WS-CA-NEWEST-KEY-X.
           PERFORM 2200-EDIT-SCREEN-INPUT THRU 2200-EXIT.
           IF WS-VALID-ENTRY
               PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT
               IF WS-CUST-FOUND
                   MOVE WS-CUST-ID-X TO WS-CA-CUST-ID-N
                   PERFORM 3010-SET-BOUND-NEWEST THRU 3010-EXIT
                   PERFORM 3000-GATHER-OLDER THRU 3000-EXIT
                   PERFORM 3900-SET-PAGE-KEYS THRU 3900-EXIT
                   PERFORM 4000-CHECK-HELD-ITEMS THRU 4000-EXIT
                   PERFORM 2500-BUILD-RESPONSE THRU 2500-EXIT
               ELSE
           ELSE
               PERFORM 9200-REPROMPT-BAD-ENTRY THRU 9200-EXIT
           END-IF.
       0000-RETURN.
           EXEC CICS RETURN TRANSID ('CACT')
               COMMAREA (WS-CACT-COMMAREA)
               LENGTH (LENGTH OF WS-CACT-COMMAREA)
           END-EXEC.

      * PF8/PF7 page the customer already on the screen; nothing is
      * keyed, so the map is not received and the whole screen is
      * rebuilt from the COMMAREA customer.  Paging off either end
      * of the history shows the end page with a message instead of
      * an empty screen.
       1000-PAGE-ACTIVITY.
           MOVE LOW-VALUES TO CAQMAPO.
           MOVE SPACES     TO WS-PAGE-MSG-X.
           IF WS-CA-CUST-ID-N = 0
               MOVE "ENTER A CUSTOMER ID" TO MSGOO
               GO TO 1000-SEND
           END-IF.
           MOVE WS-CA-CUST-ID-N TO WS-CUST-ID-X.
           MOVE WS-CUST-ID-X    TO CUSTIO.
           PERFORM 2300-LOOKUP-CUSTOMER-MASTER THRU 2300-EXIT.
           IF NOT WS-CUST-FOUND
               MOVE 0 TO WS-CA-CUST-ID-N
               MOVE "CUSTOMER NOT ON MASTER" TO MSGOO
               GO TO 1000-SEND
           END-IF.
           IF EIBAID = DFHPF8
               MOVE WS-CA-OLDEST-KEY-X TO WS-CAH-BOUND-X
               PERFORM 3000-GATHER-OLDER THRU 3000-EXIT
               IF WS-ACT-COUNT-N = 0
                   PERFORM 3020-SET-BOUND-OLDEST THRU 3020-EXIT
                   PERFORM 3500-GATHER-NEWER THRU 3500-EXIT
                   MOVE "NO OLDER ACTIVITY - OLDEST LINES SHOWN"
                       TO WS-PAGE-MSG-X
               END-IF
           ELSE
               MOVE WS-CA-NEWEST-KEY-X TO WS-CAH-BOUND-X
               PERFORM 3500-GATHER-NEWER THRU 3500-EXIT
               IF WS-ACT-COUNT-N = 0
                   PERFORM 3010-SET-BOUND-NEWEST THRU 3010-EXIT
                   PERFORM 3000-GATHER-OLDER THRU 3000-EXIT
                   MOVE "NO NEWER ACTIVITY - MOST RECENT LINES SHOWN"
                       TO WS-PAGE-MSG-X
               END-IF
           END-IF.
           PERFORM 3900-SET-PAGE-KEYS THRU 3900-EXIT.
           PERFORM 4000-CHECK-HELD-ITEMS THRU 4000-EXIT.
           PERFORM 2500-BUILD-RESPONSE THRU 2500-EXIT.
           IF WS-PAGE-MSG-X NOT = SPACES
               MOVE WS-PAGE-MSG-X TO MSGOO
           END-IF.
       1000-SEND.
           EXEC CICS SEND MAP ('CAQMAP') MAPSET ('CAQMSET')
               FROM (CAQMAPO) ERASE
           END-EXEC.
       1000-EXIT.
           EXIT.

       2200-EDIT-SCREEN-INPUT.
           MOVE 'Y'    TO WS-VALID-ENTRY-FLAG-X.
       2300-EXIT.
           EXIT.

      * Reads backward from just below WS-CAH-BOUND-X for up to
      * five of the customer's lines.  A READPREV straight after
      * STARTBR needs a key that is on file, so a browse started on
      * the next key up is first read forward onto it; with no key
      * that high the browse starts at the end of the file.  Either
      * way the first record read back is the bound or above it and
      * is passed over, and the read stops at the first record of
      * an earlier customer.
       3000-GATHER-OLDER.
           MOVE 0   TO WS-ACT-COUNT-N.
           MOVE 'N' TO WS-CAH-EOF-FLAG-X.
           MOVE 'N' TO WS-BROWSE-FLAG-X.
           MOVE WS-CAH-BOUND-X TO WS-CAH-RID-X.
           EXEC CICS STARTBR FILE ('ACTHIST')
               RIDFLD (WS-CAH-RID-X) GTEQ
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-FLAG-X
               EXEC CICS READNEXT FILE ('ACTHIST')
                   INTO (CAH-RECORD)
                   RIDFLD (WS-CAH-RID-X)
                   RESP (WS-RESP-N)
               END-EXEC
           ELSE
               IF WS-RESP-N = DFHRESP(NOTFND)
                   MOVE HIGH-VALUES TO WS-CAH-RID-X
                   EXEC CICS STARTBR FILE ('ACTHIST')
                       RIDFLD (WS-CAH-RID-X) GTEQ
                       RESP (WS-RESP-N)
                   END-EXEC
                   IF WS-RESP-N = DFHRESP(NORMAL)
                       MOVE 'Y' TO WS-BROWSE-FLAG-X
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-BROWSE-ACTIVE
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-READ-PREVIOUS THRU 3100-EXIT
               UNTIL WS-CAH-EOF OR WS-ACT-COUNT-N = 5.
           EXEC CICS ENDBR FILE ('ACTHIST')
           END-EXEC.
       3000-EXIT.
           EXIT.

      * Bound for the newest page: above every key the customer can
      * have, so the backward read starts at the customer's last.
       3010-SET-BOUND-NEWEST.
           MOVE WS-CUST-ID-X TO WS-KW-CUST-ID-N.
           MOVE 99999999     TO WS-KW-DATE-N.
           MOVE 99999999     TO WS-KW-DOC-NO-N.
           MOVE 999          TO WS-KW-SEQ-N.
           MOVE WS-KEY-WORK  TO WS-CAH-BOUND-X.
       3010-EXIT.
           EXIT.

      * Bound for the oldest page: below every key the customer can
      * have, so the forward read starts at the customer's first.
       3020-SET-BOUND-OLDEST.
           MOVE WS-CUST-ID-X TO WS-KW-CUST-ID-N.
           MOVE 0            TO WS-KW-DATE-N.
           MOVE 0            TO WS-KW-DOC-NO-N.
           MOVE 0            TO WS-KW-SEQ-N.
           MOVE WS-KEY-WORK  TO WS-CAH-BOUND-X.
       3020-EXIT.
           EXIT.

       3100-READ-PREVIOUS.
           EXEC CICS READPREV FILE ('ACTHIST')
               INTO (CAH-RECORD)
               RIDFLD (WS-CAH-RID-X)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAH-EOF-FLAG-X
               GO TO 3100-EXIT
           END-IF.
           IF CAH-KEY NOT < WS-CAH-BOUND-X
               GO TO 3100-EXIT
           END-IF.
           IF CAH-CUST-ID NOT = WS-CUST-ID-X
               MOVE 'Y' TO WS-CAH-EOF-FLAG-X
               GO TO 3100-EXIT
           END-IF.
           IF WS-ACT-COUNT-N > 0
               PERFORM 3250-SHIFT-ACTIVITY-DOWN THRU 3250-EXIT
                   VARYING WS-SHIFT-SUB-N FROM WS-ACT-COUNT-N BY -1
                   UNTIL WS-SHIFT-SUB-N < 1
           END-IF.
           ADD 1 TO WS-ACT-COUNT-N.
           MOVE 1 TO WS-ACT-SUB-N.
           PERFORM 3200-POST-ACTIVITY-LINE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3200-POST-ACTIVITY-LINE.
           MOVE CAH-AUDIT-IMAGE TO AUD-RECORD.
           MOVE CAH-KEY         TO WS-ACT-KEY-X (WS-ACT-SUB-N).
           MOVE AUD-RUN-DATE    TO WS-ACT-DATE-N (WS-ACT-SUB-N).
           MOVE AUD-TRAN-TYPE   TO WS-ACT-TYPE-X (WS-ACT-SUB-N).
           MOVE AUD-FINAL-AMT   TO WS-ACT-FINAL-N (WS-ACT-SUB-N).
       3200-EXIT.
           EXIT.

       3250-SHIFT-ACTIVITY-DOWN.
           MOVE WS-ACT-ENTRY (WS-SHIFT-SUB-N)
               TO WS-ACT-ENTRY (WS-SHIFT-SUB-N + 1).
       3250-EXIT.
           EXIT.

      * Reads forward from just above WS-CAH-BOUND-X for up to five
      * of the customer's lines; the bound itself, when on file, is
      * passed over.
       3500-GATHER-NEWER.
           MOVE 0   TO WS-ACT-COUNT-N.
           MOVE 'N' TO WS-CAH-EOF-FLAG-X.
           MOVE WS-CAH-BOUND-X TO WS-CAH-RID-X.
           EXEC CICS STARTBR FILE ('ACTHIST')
               RIDFLD (WS-CAH-RID-X) GTEQ
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               GO TO 3500-EXIT
           END-IF.
           PERFORM 3600-READ-NEXT THRU 3600-EXIT
               UNTIL WS-CAH-EOF OR WS-ACT-COUNT-N = 5.
           EXEC CICS ENDBR FILE ('ACTHIST')
           END-EXEC.
       3500-EXIT.
           EXIT.

       3600-READ-NEXT.
           EXEC CICS READNEXT FILE ('ACTHIST')
               INTO (CAH-RECORD)
               RIDFLD (WS-CAH-RID-X)
               RESP (WS-RESP-N)
           END-EXEC.
           IF WS-RESP-N NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAH-EOF-FLAG-X
               GO TO 3600-EXIT
           END-IF.
           IF CAH-KEY NOT > WS-CAH-BOUND-X
               GO TO 3600-EXIT
           END-IF.
           IF CAH-CUST-ID NOT = WS-CUST-ID-X
               MOVE 'Y' TO WS-CAH-EOF-FLAG-X
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO WS-ACT-COUNT-N.
           MOVE WS-ACT-COUNT-N TO WS-ACT-SUB-N.
           PERFORM 3200-POST-ACTIVITY-LINE THRU 3200-EXIT.
       3600-EXIT.
           EXIT.

      * An empty page leaves the keys as they were, so the next PF
      * key pages from the same place.
       3900-SET-PAGE-KEYS.
           IF WS-ACT-COUNT-N > 0
               MOVE WS-ACT-KEY-X (1) TO WS-CA-OLDEST-KEY-X
               MOVE WS-ACT-KEY-X (WS-ACT-COUNT-N)
                   TO WS-CA-NEWEST-KEY-X
           END-IF.
       3900-EXIT.
           EXIT.

      * Each held-work file is scanned only until the customer's
      * first hit - the flag says "something is there", the batch
      * registers say what.
           END-IF.
           MOVE WS-HELD-LINE TO HELDOO.
           IF WS-ACT-COUNT-N = 0
               MOVE "CUSTOMER ON FILE - NO ACTIVITY ON HISTORY"
                   TO MSGOO
           ELSE
               MOVE "CUSTOMER ON FILE" TO MSGOO
           END-IF.
