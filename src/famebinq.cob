       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAMEBINQ.
       AUTHOR. DAVID-BOWIE-LENNON.

      * Online window on the forward BOOKING-SCHEDULE -- the
      * second CICS transaction (FAMB) beside FAMEINQ.  When a
      * promoter or tour manager rings about dates the front desk
      * used to dig out last night's FAMESCHD itinerary, a day
      * stale and a week deep.  This transaction reads the live
      * cluster instead:
      *   T  talent  -- one act's bookings forward from a date
      *   D  date    -- every act out on one night
      * Each line carries the room's name and capacity off
      * VENUE-MASTER and a CLASH flag when another act holds the
      * same room the same night (the key already stops one act
      * holding two rooms in a night).
      *
      * Operators with UPDATE authority on the BOOKSCHD file may
      * also change one booking between feed loads:
      *   A  add     -- a new night, through the same double-
      *                 booking and room-misfit checks FAMESCHD
      *                 puts the agency feed through
      *   M  move    -- to another night and/or room, or a new
      *                 expected headcount
      *   C  cancel  -- take the night off the schedule
      * Every change lands on AUDIT-TRAIL, the same trail FAMEINQ
      * corrections go to.

      * MODIFICATION HISTORY
      * ---------------------------------------------------------
      * WHO        DATE        WHAT
      * ---------------------------------------------------------
      * RCA        2026-10-15  First cut.  Conversational in one
      *                        trip the way FAMEINQ is -- SEND the
      *                        prompt, RECEIVE the request, answer
      *                        it -- on the BOOKSREC, VENUEREC and
      *                        AUDITREC copybooks the batch side
      *                        uses.
      * ---------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PLASTIC-SOUL-MAINFRAME.
       OBJECT-COMPUTER. YOUNG-AMERICANS-SERVER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Same records FAMESCHD loads and reads -- here driven by
      * RIDFLD and browse instead of the nightly feed.
       COPY BOOKSREC.

       COPY VENUEREC.

       COPY VALIASRC.

      * Read only to prove an act exists before a night is added
      * or moved for it, the same edit FAMESCHD makes of the feed.
       COPY TALENTREC.

      * Same AUDIT-TRAIL layout FAME and FAMEINQ write.
       COPY AUDITREC.

      * What the operator typed.  The numeric-looking fields are
      * X(..) and get the NUMERIC test before anything trusts
      * them; a field left blank on a move stands pat.
       01  WS-TERMINAL-INPUT.
           05  BI-FUNCTION           PIC X(01).
               88  BI-BROWSE-BY-TALENT    VALUE 'T'.
               88  BI-BROWSE-BY-DATE      VALUE 'D'.
               88  BI-ADD-BOOKING         VALUE 'A'.
               88  BI-MOVE-BOOKING        VALUE 'M'.
               88  BI-CANCEL-BOOKING      VALUE 'C'.
           05  BI-TALENT-ID          PIC X(06).
           05  BI-EVENT-DATE         PIC X(08).
           05  BI-VENUE-CODE         PIC X(06).
           05  BI-EVENT-TYPE         PIC X(01).
               88  BI-STADIUM-EVENT       VALUE 'S'.
               88  BI-ARENA-EVENT         VALUE 'A'.
               88  BI-MALL-EVENT          VALUE 'M'.
               88  BI-CLUB-EVENT          VALUE 'C'.
           05  BI-EXPECTED-HEADCOUNT PIC X(06).
           05  BI-NEW-EVENT-DATE     PIC X(08).

       01  WS-RECEIVE-LENGTH     PIC S9(04) COMP VALUE +36.
       01  WS-SCREEN-LENGTH      PIC S9(04) COMP VALUE +1200.
       01  WS-RESP               PIC S9(08) COMP VALUE +0.
       01  WS-UPDATE-CVDA        PIC S9(08) COMP VALUE +0.

       01  WS-PROMPT-MESSAGE     PIC X(60) VALUE
           'ENTER T/D/A/M/C, TALENT, DATE, VENUE, TYPE, HDCT, NEW DATE'.

      * One-line answer to an add, move or cancel: what happened,
      * and any room-misfit warning riding along with it.
       01  WS-RESPONSE-MESSAGE   PIC X(80) VALUE SPACES.
       01  WS-RESPONSE-PARTS REDEFINES WS-RESPONSE-MESSAGE.
           05  RM-OUTCOME            PIC X(44).
           05  RM-WARNING            PIC X(36).

      * The browse answer: a heading, the column line, up to
      * twelve bookings and a closing line saying where to rekey
      * from if there are more.
       01  WS-BROWSE-SCREEN.
           05  BR-HEADING-LINE       PIC X(80).
           05  BR-COLUMN-LINE        PIC X(80).
           05  BR-DETAIL-LINE OCCURS 12 TIMES
                   INDEXED BY BR-IX  PIC X(80).
           05  BR-CLOSING-LINE       PIC X(80).

       01  WS-BROWSE-HEADING.
           05  FILLER                PIC X(25) VALUE
               'FAMB BOOKING SCHEDULE -- '.
           05  BH-BROWSE-SUBJECT     PIC X(40).
           05  FILLER                PIC X(15) VALUE SPACES.

       01  WS-BROWSE-COLUMNS.
           05  FILLER                PIC X(40) VALUE
               'DATE     TALENT VENUE  NAME             '.
           05  FILLER                PIC X(40) VALUE
               '             CAP T  HEADCT CLASH        '.

       01  WS-BROWSE-DETAIL.
           05  BD-EVENT-DATE         PIC 9(08).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-TALENT-ID          PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-VENUE-NAME         PIC X(25).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-CAPACITY           PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-EVENT-TYPE         PIC X(01).
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-HEADCOUNT          PIC ZZZ,ZZ9.
           05  FILLER                PIC X(01) VALUE SPACE.
           05  BD-CLASH-FLAG         PIC X(05).
           05  FILLER                PIC X(08) VALUE SPACES.

       01  WS-BROWSE-CLOSING.
           05  BC-CLOSING-TEXT       PIC X(40).
           05  BC-REKEY-TALENT       PIC X(07).
           05  BC-REKEY-DATE         PIC X(08).
           05  FILLER                PIC X(25) VALUE SPACES.

      * The browse key, and where the browse stands.  A talent
      * browse walks the date-major file forward skipping every
      * other act, so one trip reads at most WS-SCAN-LIMIT
      * records before it hands back a rekey point.
       01  WS-BROWSE-KEY.
           05  WS-BK-EVENT-DATE      PIC 9(08).
           05  WS-BK-TALENT-ID       PIC X(06).
       01  WS-FROM-DATE              PIC 9(08) VALUE 0.
       01  WS-LINE-COUNT             PIC 9(02) VALUE 0.
       01  WS-SCAN-COUNT             PIC 9(04) VALUE 0.
       01  WS-SCAN-LIMIT             PIC 9(04) VALUE 2000.
       01  WS-BROWSE-SWITCH          PIC X(04) VALUE SPACES.
           88  BROWSE-GOING                 VALUE SPACES.
           88  BROWSE-AT-END                VALUE 'END '.
           88  BROWSE-HAS-MORE              VALUE 'MORE'.
           88  BROWSE-SCAN-LIMIT            VALUE 'SCAN'.

      * A second look at the same night, through its own browse
      * (REQID 1) so the main browse keeps its place, for any
      * other act booked into the same room.
       01  WS-CLASH-BOOKING.
           05  CB-KEY.
               10  CB-EVENT-DATE     PIC 9(08).
               10  CB-TALENT-ID      PIC X(06).
           05  CB-VENUE-CODE         PIC X(06).
           05  FILLER                PIC X(20).
       01  WS-CLASH-KEY.
           05  WS-CK-EVENT-DATE      PIC 9(08).
           05  WS-CK-TALENT-ID       PIC X(06).
       01  WS-CLASH-SWITCH           PIC X(03) VALUE 'NO '.
           88  ROOM-CLASH-FOUND             VALUE 'YES'.
           88  ROOM-CLASH-NONE              VALUE 'NO '.
       01  WS-CLASH-LOOK-SWITCH      PIC X(03) VALUE 'NO '.
           88  CLASH-LOOK-DONE              VALUE 'YES'.
           88  CLASH-LOOK-GOING             VALUE 'NO '.

      * An add, move or cancel after its edits: the night, act,
      * room and crowd as they will stand, and the room's
      * capacity for the misfit check.  WS-REQUEST-SWITCH goes
      * BAD on the first edit that fails, with RM-OUTCOME saying
      * why.
       01  WS-REQUEST-SWITCH         PIC X(03) VALUE 'OK '.
           88  REQUEST-CLEAN                VALUE 'OK '.
           88  REQUEST-REJECTED             VALUE 'BAD'.
       01  WS-TODAY                  PIC 9(08) VALUE 0.
       01  WS-EDIT-DATE              PIC X(08) VALUE SPACES.
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                     PIC 9(08).
       01  WS-WORK-EVENT-DATE        PIC 9(08) VALUE 0.
       01  WS-WORK-NEW-DATE          PIC 9(08) VALUE 0.
       01  WS-WORK-VENUE-CODE        PIC X(06) VALUE SPACES.
       01  WS-WORK-HEADCOUNT         PIC 9(06) VALUE 0.
       01  WS-WORK-CAPACITY          PIC 9(06) VALUE 0.
       01  WS-FILL-FLOOR             PIC 9(08) VALUE 0.
       01  WS-LOOKUP-VENUE-CODE      PIC X(06) VALUE SPACES.
       01  WS-HELD-VENUE-CODE        PIC X(06) VALUE SPACES.

      * A booking as it appears on the trail: night, room and
      * expected crowd run together to fit the twenty bytes --
      * YYYYMMDD, then the VENUE-CODE, then the headcount.
       01  WS-AUDIT-BOOKING-VALUE.
           05  AV-EVENT-DATE         PIC 9(08).
           05  AV-VENUE-CODE         PIC X(06).
           05  AV-HEADCOUNT          PIC 9(06).

       01  WS-AUDIT-PARAGRAPH-NAME   PIC X(20) VALUE SPACES.
       01  WS-AUDIT-BEFORE-VALUE     PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER-VALUE      PIC X(20) VALUE SPACES.
       01  WS-CURRENT-DATE           PIC 9(08).
       01  WS-CURRENT-TIME           PIC 9(08).
       01  WS-TIMESTAMP              PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           EXEC CICS HANDLE CONDITION
               ERROR(ABEND-TRANSACTION)
           END-EXEC.

           PERFORM SEND-INITIAL-PROMPT THRU SEND-INITIAL-PROMPT-EXIT.
           PERFORM RECEIVE-TERMINAL-INPUT
               THRU RECEIVE-TERMINAL-INPUT-EXIT.
           PERFORM PROCESS-REQUEST THRU PROCESS-REQUEST-EXIT.

           EXEC CICS RETURN END-EXEC.

       SEND-INITIAL-PROMPT.
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-MESSAGE)
               ERASE
           END-EXEC.
       SEND-INITIAL-PROMPT-EXIT.
           EXIT.

      * RECEIVE-TERMINAL-INPUT -- a short entry leaves the rest of
      * WS-TERMINAL-INPUT blank, which is what a move's "stands
      * pat" fields rely on.
       RECEIVE-TERMINAL-INPUT.
           MOVE SPACES TO WS-TERMINAL-INPUT.
           MOVE +36 TO WS-RECEIVE-LENGTH.
           EXEC CICS RECEIVE
               INTO(WS-TERMINAL-INPUT)
               LENGTH(WS-RECEIVE-LENGTH)
           END-EXEC.
       RECEIVE-TERMINAL-INPUT-EXIT.
           EXIT.

      * PROCESS-REQUEST -- browses answer with a screen of
      * bookings; changes answer with one line.
       PROCESS-REQUEST.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           SET REQUEST-CLEAN TO TRUE.
           MOVE SPACES TO WS-RESPONSE-MESSAGE.
           EVALUATE TRUE
               WHEN BI-BROWSE-BY-TALENT
               WHEN BI-BROWSE-BY-DATE
                   PERFORM BROWSE-SCHEDULE THRU BROWSE-SCHEDULE-EXIT
               WHEN BI-ADD-BOOKING
               WHEN BI-MOVE-BOOKING
               WHEN BI-CANCEL-BOOKING
                   PERFORM CHECK-UPDATE-AUTHORITY
                   IF REQUEST-CLEAN
                       PERFORM CHANGE-BOOKING
                           THRU CHANGE-BOOKING-EXIT
                   END-IF
                   PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
               WHEN OTHER
                   MOVE 'FUNCTION MUST BE T, D, A, M OR C'
                       TO RM-OUTCOME
                   PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
           END-EVALUATE.
       PROCESS-REQUEST-EXIT.
           EXIT.

      * ----------------------------------------------------------
      * The browses
      * ----------------------------------------------------------

      * BROWSE-SCHEDULE -- both browses start at (date, talent):
      * a talent browse from the act's first night on or after
      * the date, a date browse from the first act that night
      * (or from the talent keyed, to page past a full screen).
      * A blank date means from today.
       BROWSE-SCHEDULE.
           MOVE SPACES TO WS-BROWSE-SCREEN.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-SCAN-COUNT.
           SET BROWSE-GOING TO TRUE.
           IF BI-EVENT-DATE = SPACES
               MOVE WS-TODAY TO WS-FROM-DATE
           ELSE
               IF BI-EVENT-DATE IS NOT NUMERIC
                   MOVE 'DATE MUST BE YYYYMMDD' TO RM-OUTCOME
                   PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
                   GO TO BROWSE-SCHEDULE-EXIT
               END-IF
               MOVE BI-EVENT-DATE TO WS-FROM-DATE
           END-IF.
           IF BI-BROWSE-BY-TALENT AND BI-TALENT-ID = SPACES
               MOVE 'TALENT BROWSE NEEDS A TALENT-ID' TO RM-OUTCOME
               PERFORM SEND-RESPONSE THRU SEND-RESPONSE-EXIT
               GO TO BROWSE-SCHEDULE-EXIT
           END-IF.

           MOVE SPACES TO BH-BROWSE-SUBJECT.
           IF BI-BROWSE-BY-TALENT
               STRING 'TALENT ' BI-TALENT-ID ' FROM ' WS-FROM-DATE
                   DELIMITED BY SIZE INTO BH-BROWSE-SUBJECT
           ELSE
               STRING 'ALL ACTS ON ' WS-FROM-DATE
                   DELIMITED BY SIZE INTO BH-BROWSE-SUBJECT
           END-IF.
           MOVE WS-BROWSE-HEADING TO BR-HEADING-LINE.
           MOVE WS-BROWSE-COLUMNS TO BR-COLUMN-LINE.

           MOVE WS-FROM-DATE TO WS-BK-EVENT-DATE.
           MOVE BI-TALENT-ID TO WS-BK-TALENT-ID.
           EXEC CICS STARTBR DATASET('BOOKSCHD')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-NEXT-BOOKING
                   PERFORM BROWSE-ONE-BOOKING
                       THRU BROWSE-ONE-BOOKING-EXIT
                       UNTIL NOT BROWSE-GOING
                   EXEC CICS ENDBR DATASET('BOOKSCHD') END-EXEC
               WHEN DFHRESP(NOTFND)
                   SET BROWSE-AT-END TO TRUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

           EVALUATE TRUE
               WHEN BROWSE-HAS-MORE
                   MOVE 'MORE BOOKINGS -- REKEY WITH TALENT/DATE'
                       TO BC-CLOSING-TEXT
                   MOVE BS-TALENT-ID TO BC-REKEY-TALENT
                   MOVE BS-EVENT-DATE TO BC-REKEY-DATE
               WHEN BROWSE-SCAN-LIMIT
                   MOVE 'STILL LOOKING -- REKEY WITH TALENT/DATE'
                       TO BC-CLOSING-TEXT
                   MOVE BI-TALENT-ID TO BC-REKEY-TALENT
                   MOVE BS-EVENT-DATE TO BC-REKEY-DATE
               WHEN WS-LINE-COUNT = 0
                   MOVE 'NO BOOKINGS ON THE SCHEDULE FOR THAT'
                       TO BC-CLOSING-TEXT
               WHEN OTHER
                   MOVE 'END OF BOOKINGS' TO BC-CLOSING-TEXT
           END-EVALUATE.
           MOVE WS-BROWSE-CLOSING TO BR-CLOSING-LINE.

           EXEC CICS SEND TEXT
               FROM(WS-BROWSE-SCREEN)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.
       BROWSE-SCHEDULE-EXIT.
           EXIT.

      * BROWSE-ONE-BOOKING -- a talent browse skips other acts
      * and runs to the end of the file; a date browse stops at
      * the first booking for a later night.  A thirteenth line
      * ends the screen with its key as the rekey point.
       BROWSE-ONE-BOOKING.
           IF BI-BROWSE-BY-DATE AND BS-EVENT-DATE NOT = WS-FROM-DATE
               SET BROWSE-AT-END TO TRUE
               GO TO BROWSE-ONE-BOOKING-EXIT
           END-IF.
           IF BI-BROWSE-BY-TALENT AND BS-TALENT-ID NOT = BI-TALENT-ID
               ADD 1 TO WS-SCAN-COUNT
               IF WS-SCAN-COUNT NOT < WS-SCAN-LIMIT
                   SET BROWSE-SCAN-LIMIT TO TRUE
                   GO TO BROWSE-ONE-BOOKING-EXIT
               END-IF
               PERFORM READ-NEXT-BOOKING
               GO TO BROWSE-ONE-BOOKING-EXIT
           END-IF.
           IF WS-LINE-COUNT NOT < 12
               SET BROWSE-HAS-MORE TO TRUE
               GO TO BROWSE-ONE-BOOKING-EXIT
           END-IF.
           PERFORM FORMAT-BROWSE-LINE.
           PERFORM READ-NEXT-BOOKING.
       BROWSE-ONE-BOOKING-EXIT.
           EXIT.

       READ-NEXT-BOOKING.
           EXEC CICS READNEXT DATASET('BOOKSCHD')
               INTO(BOOKING-SCHEDULE-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(ENDFILE)
                   SET BROWSE-AT-END TO TRUE
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

      * FORMAT-BROWSE-LINE -- the room's name and capacity come
      * off VENUE-MASTER at the moment of asking; a code that
      * has dropped off the master still shows, so the desk can
      * see the booking is orphaned.
       FORMAT-BROWSE-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE BS-EVENT-DATE TO BD-EVENT-DATE.
           MOVE BS-TALENT-ID TO BD-TALENT-ID.
           MOVE BS-VENUE-CODE TO BD-VENUE-CODE.
           MOVE BS-VENUE-CODE TO WS-LOOKUP-VENUE-CODE.
           PERFORM READ-VENUE-MASTER.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE VENUE-NAME TO BD-VENUE-NAME
               MOVE VENUE-CAPACITY TO BD-CAPACITY
           ELSE
               MOVE '** NOT ON VENUE-MASTER **' TO BD-VENUE-NAME
               MOVE 0 TO BD-CAPACITY
           END-IF.
           MOVE BS-EVENT-TYPE TO BD-EVENT-TYPE.
           MOVE BS-EXPECTED-HEADCOUNT TO BD-HEADCOUNT.
           PERFORM FIND-ROOM-CLASH THRU FIND-ROOM-CLASH-EXIT.
           IF ROOM-CLASH-FOUND
               MOVE 'CLASH' TO BD-CLASH-FLAG
           ELSE
               MOVE SPACES TO BD-CLASH-FLAG
           END-IF.
           SET BR-IX TO WS-LINE-COUNT.
           MOVE WS-BROWSE-DETAIL TO BR-DETAIL-LINE(BR-IX).

      * FIND-ROOM-CLASH -- walks every booking on the same night
      * looking for another act in the same room.
       FIND-ROOM-CLASH.
           SET ROOM-CLASH-NONE TO TRUE.
           SET CLASH-LOOK-GOING TO TRUE.
           MOVE BS-EVENT-DATE TO WS-CK-EVENT-DATE.
           MOVE LOW-VALUES TO WS-CK-TALENT-ID.
           EXEC CICS STARTBR DATASET('BOOKSCHD')
               RIDFLD(WS-CLASH-KEY)
               GTEQ
               REQID(1)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO FIND-ROOM-CLASH-EXIT
           END-IF.
           PERFORM CHECK-ONE-CLASH-BOOKING
               THRU CHECK-ONE-CLASH-BOOKING-EXIT
               UNTIL CLASH-LOOK-DONE.
           EXEC CICS ENDBR DATASET('BOOKSCHD')
               REQID(1)
           END-EXEC.
       FIND-ROOM-CLASH-EXIT.
           EXIT.

       CHECK-ONE-CLASH-BOOKING.
           EXEC CICS READNEXT DATASET('BOOKSCHD')
               INTO(WS-CLASH-BOOKING)
               RIDFLD(WS-CLASH-KEY)
               REQID(1)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(ENDFILE)
               SET CLASH-LOOK-DONE TO TRUE
               GO TO CHECK-ONE-CLASH-BOOKING-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM ABEND-TRANSACTION
           END-IF.
           IF CB-EVENT-DATE NOT = BS-EVENT-DATE
               SET CLASH-LOOK-DONE TO TRUE
               GO TO CHECK-ONE-CLASH-BOOKING-EXIT
           END-IF.
           IF CB-TALENT-ID NOT = BS-TALENT-ID
              AND CB-VENUE-CODE = BS-VENUE-CODE
               SET ROOM-CLASH-FOUND TO TRUE
               SET CLASH-LOOK-DONE TO TRUE
           END-IF.
       CHECK-ONE-CLASH-BOOKING-EXIT.
           EXIT.

      * ----------------------------------------------------------
      * The changes
      * ----------------------------------------------------------

      * CHECK-UPDATE-AUTHORITY -- browsing is open to anyone who
      * can run FAMB; changing the schedule needs UPDATE authority
      * on the BOOKSCHD file profile, granted by security
      * administration to the booking desk alone.
       CHECK-UPDATE-AUTHORITY.
           EXEC CICS QUERY SECURITY
               RESTYPE('FILE')
               RESID('BOOKSCHD')
               UPDATE(WS-UPDATE-CVDA)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR WS-UPDATE-CVDA NOT = DFHVALUE(UPDATABLE)
               SET REQUEST-REJECTED TO TRUE
               MOVE 'NOT AUTHORISED TO CHANGE BOOKINGS' TO RM-OUTCOME
           END-IF.

      * CHANGE-BOOKING -- every change names the act and the
      * night it holds (for an add, the night it wants).
       CHANGE-BOOKING.
           IF BI-TALENT-ID = SPACES
               SET REQUEST-REJECTED TO TRUE
               MOVE 'TALENT-ID IS REQUIRED' TO RM-OUTCOME
               GO TO CHANGE-BOOKING-EXIT
           END-IF.
           MOVE BI-EVENT-DATE TO WS-EDIT-DATE.
           PERFORM EDIT-BOOKING-DATE.
           IF REQUEST-REJECTED
               GO TO CHANGE-BOOKING-EXIT
           END-IF.
           MOVE WS-EDIT-DATE-N TO WS-WORK-EVENT-DATE.
           EVALUATE TRUE
               WHEN BI-ADD-BOOKING
                   PERFORM ADD-BOOKING THRU ADD-BOOKING-EXIT
               WHEN BI-MOVE-BOOKING
                   PERFORM MOVE-BOOKING THRU MOVE-BOOKING-EXIT
               WHEN BI-CANCEL-BOOKING
                   PERFORM CANCEL-BOOKING THRU CANCEL-BOOKING-EXIT
           END-EVALUATE.
       CHANGE-BOOKING-EXIT.
           EXIT.

      * EDIT-BOOKING-DATE -- the date keyed into WS-EDIT-DATE
      * must be numeric, not zero and no earlier than today;
      * FAMESCHD turns away a feed record for a night already
      * gone the same way (DATE, PAST).
       EDIT-BOOKING-DATE.
           IF WS-EDIT-DATE IS NOT NUMERIC
               SET REQUEST-REJECTED TO TRUE
               MOVE 'DATE MUST BE YYYYMMDD' TO RM-OUTCOME
           ELSE
               IF WS-EDIT-DATE-N = 0
                   SET REQUEST-REJECTED TO TRUE
                   MOVE 'DATE MUST BE YYYYMMDD' TO RM-OUTCOME
               ELSE
                   IF WS-EDIT-DATE-N < WS-TODAY
                       SET REQUEST-REJECTED TO TRUE
                       MOVE 'NIGHT ALREADY GONE -- NOT CHANGED'
                           TO RM-OUTCOME
                   END-IF
               END-IF
           END-IF.

      * EDIT-TALENT -- the act must be on TALENT-MASTER, the
      * same edit FAMESCHD makes (TALN).  Not asked of a cancel:
      * a retired act's leftover nights must still come off.
       EDIT-TALENT.
           EXEC CICS READ DATASET('TALMAST')
               INTO(TALENT-REC)
               RIDFLD(BI-TALENT-ID)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET REQUEST-REJECTED TO TRUE
                   MOVE 'TALENT ID NOT FOUND ON TALENT-MASTER'
                       TO RM-OUTCOME
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

      * RESOLVE-BOOKING-VENUE -- our code first, then the alias
      * cross-reference, the order FAMESCHD and FAMEEDIT resolve
      * in.  Leaves our code in WS-WORK-VENUE-CODE and the
      * room's capacity in WS-WORK-CAPACITY.
       RESOLVE-BOOKING-VENUE.
           MOVE BI-VENUE-CODE TO WS-LOOKUP-VENUE-CODE.
           PERFORM READ-VENUE-MASTER.
           IF WS-RESP = DFHRESP(NOTFND)
               EXEC CICS READ DATASET('VENALIAS')
                   INTO(VENUE-ALIAS-REC)
                   RIDFLD(BI-VENUE-CODE)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE VA-VENUE-CODE TO WS-LOOKUP-VENUE-CODE
                       PERFORM READ-VENUE-MASTER
                   WHEN DFHRESP(NOTFND)
                       CONTINUE
                   WHEN OTHER
                       PERFORM ABEND-TRANSACTION
               END-EVALUATE
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE VENUE-CODE TO WS-WORK-VENUE-CODE
               MOVE VENUE-CAPACITY TO WS-WORK-CAPACITY
           ELSE
               SET REQUEST-REJECTED TO TRUE
               MOVE 'VENUE ON NEITHER VENUE-MASTER NOR ALIAS'
                   TO RM-OUTCOME
           END-IF.

      * READ-VENUE-MASTER -- WS-RESP comes back NORMAL or NOTFND;
      * anything else ends the task.
       READ-VENUE-MASTER.
           EXEC CICS READ DATASET('VENMAST')
               INTO(VENUE-REC)
               RIDFLD(WS-LOOKUP-VENUE-CODE)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
               PERFORM ABEND-TRANSACTION
           END-IF.

      * EDIT-HEADCOUNT -- the NUMERIC test FAMESCHD gives the
      * feed (HDCT).
       EDIT-HEADCOUNT.
           IF BI-EXPECTED-HEADCOUNT IS NOT NUMERIC
               SET REQUEST-REJECTED TO TRUE
               MOVE 'HEADCOUNT MUST BE SIX DIGITS' TO RM-OUTCOME
           ELSE
               MOVE BI-EXPECTED-HEADCOUNT TO WS-WORK-HEADCOUNT
           END-IF.

      * ADD-BOOKING -- the key is the double-booking guard, as in
      * FAMESCHD's POST-BOOKING: a DUPREC means the act already
      * holds a room that night, and the desk is told which.
       ADD-BOOKING.
           PERFORM EDIT-TALENT.
           IF REQUEST-CLEAN
               PERFORM RESOLVE-BOOKING-VENUE
           END-IF.
           IF REQUEST-CLEAN
              AND NOT BI-STADIUM-EVENT
              AND NOT BI-ARENA-EVENT
              AND NOT BI-MALL-EVENT
              AND NOT BI-CLUB-EVENT
               SET REQUEST-REJECTED TO TRUE
               MOVE 'EVENT TYPE MUST BE S, A, M OR C' TO RM-OUTCOME
           END-IF.
           IF REQUEST-CLEAN
               PERFORM EDIT-HEADCOUNT
           END-IF.
           IF REQUEST-REJECTED
               GO TO ADD-BOOKING-EXIT
           END-IF.

           MOVE SPACES TO BOOKING-SCHEDULE-REC.
           MOVE WS-WORK-EVENT-DATE TO BS-EVENT-DATE.
           MOVE BI-TALENT-ID TO BS-TALENT-ID.
           MOVE WS-WORK-VENUE-CODE TO BS-VENUE-CODE.
           MOVE BI-EVENT-TYPE TO BS-EVENT-TYPE.
           MOVE WS-WORK-HEADCOUNT TO BS-EXPECTED-HEADCOUNT.
           EXEC CICS WRITE DATASET('BOOKSCHD')
               FROM(BOOKING-SCHEDULE-REC)
               RIDFLD(BS-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(DUPREC)
                   PERFORM REPORT-DOUBLE-BOOKING
                   GO TO ADD-BOOKING-EXIT
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.

           MOVE SPACES TO WS-AUDIT-BEFORE-VALUE.
           PERFORM STAGE-AUDIT-BOOKING.
           MOVE WS-AUDIT-BOOKING-VALUE TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEBINQ-ADD-BOOKING' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'BOOKING ADDED' TO RM-OUTCOME.
           PERFORM CHECK-ROOM-MISFIT.
       ADD-BOOKING-EXIT.
           EXIT.

      * REPORT-DOUBLE-BOOKING -- the act already holds a room on
      * the night in WS-WORK-EVENT-DATE; read which, and say so.
      * The same room is not a double booking, just a repeat.
       REPORT-DOUBLE-BOOKING.
           SET REQUEST-REJECTED TO TRUE.
           MOVE WS-WORK-EVENT-DATE TO WS-BK-EVENT-DATE.
           MOVE BI-TALENT-ID TO WS-BK-TALENT-ID.
           EXEC CICS READ DATASET('BOOKSCHD')
               INTO(BOOKING-SCHEDULE-REC)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM ABEND-TRANSACTION
           END-IF.
           MOVE BS-VENUE-CODE TO WS-HELD-VENUE-CODE.
           MOVE SPACES TO WS-RESPONSE-MESSAGE.
           IF WS-HELD-VENUE-CODE = WS-WORK-VENUE-CODE
               STRING 'ALREADY BOOKED INTO ' WS-HELD-VENUE-CODE
                   ' THAT NIGHT'
                   DELIMITED BY SIZE INTO WS-RESPONSE-MESSAGE
           ELSE
               STRING 'DOUBLE BOOKING -- ACT ALREADY HOLDS '
                   WS-HELD-VENUE-CODE ' THAT NIGHT'
                   DELIMITED BY SIZE INTO WS-RESPONSE-MESSAGE
           END-IF.

      * MOVE-BOOKING -- to another night, another room or a new
      * crowd; the event type travels with it.  A new night is a
      * new key, so the booking is written there first and only
      * then taken off the old night -- a DUPREC leaves the old
      * night standing untouched.
       MOVE-BOOKING.
           PERFORM EDIT-TALENT.
           IF REQUEST-REJECTED
               GO TO MOVE-BOOKING-EXIT
           END-IF.
           MOVE WS-WORK-EVENT-DATE TO WS-BK-EVENT-DATE.
           MOVE BI-TALENT-ID TO WS-BK-TALENT-ID.
           EXEC CICS READ DATASET('BOOKSCHD')
               INTO(BOOKING-SCHEDULE-REC)
               RIDFLD(WS-BROWSE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET REQUEST-REJECTED TO TRUE
                   MOVE 'NO BOOKING FOR THAT ACT ON THAT NIGHT'
                       TO RM-OUTCOME
                   GO TO MOVE-BOOKING-EXIT
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.
           PERFORM STAGE-AUDIT-BOOKING.
           MOVE WS-AUDIT-BOOKING-VALUE TO WS-AUDIT-BEFORE-VALUE.

           MOVE WS-WORK-EVENT-DATE TO WS-WORK-NEW-DATE.
           IF BI-NEW-EVENT-DATE NOT = SPACES
               MOVE BI-NEW-EVENT-DATE TO WS-EDIT-DATE
               PERFORM EDIT-BOOKING-DATE
               IF REQUEST-CLEAN
                   MOVE WS-EDIT-DATE-N TO WS-WORK-NEW-DATE
               END-IF
           END-IF.
           IF REQUEST-CLEAN
               IF BI-VENUE-CODE = SPACES
                   MOVE BS-VENUE-CODE TO WS-LOOKUP-VENUE-CODE
                   MOVE BS-VENUE-CODE TO WS-WORK-VENUE-CODE
                   PERFORM READ-VENUE-MASTER
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE VENUE-CAPACITY TO WS-WORK-CAPACITY
                   ELSE
                       MOVE 0 TO WS-WORK-CAPACITY
                   END-IF
               ELSE
                   PERFORM RESOLVE-BOOKING-VENUE
               END-IF
           END-IF.
           IF REQUEST-CLEAN
               IF BI-EXPECTED-HEADCOUNT = SPACES
                   MOVE BS-EXPECTED-HEADCOUNT TO WS-WORK-HEADCOUNT
               ELSE
                   PERFORM EDIT-HEADCOUNT
               END-IF
           END-IF.
           IF REQUEST-CLEAN
              AND WS-WORK-NEW-DATE = BS-EVENT-DATE
              AND WS-WORK-VENUE-CODE = BS-VENUE-CODE
              AND WS-WORK-HEADCOUNT = BS-EXPECTED-HEADCOUNT
               SET REQUEST-REJECTED TO TRUE
               MOVE 'NOTHING TO MOVE -- BOOKING UNCHANGED'
                   TO RM-OUTCOME
           END-IF.
           IF REQUEST-REJECTED
               EXEC CICS UNLOCK DATASET('BOOKSCHD') END-EXEC
               GO TO MOVE-BOOKING-EXIT
           END-IF.

           IF WS-WORK-NEW-DATE = BS-EVENT-DATE
               MOVE WS-WORK-VENUE-CODE TO BS-VENUE-CODE
               MOVE WS-WORK-HEADCOUNT TO BS-EXPECTED-HEADCOUNT
               EXEC CICS REWRITE DATASET('BOOKSCHD')
                   FROM(BOOKING-SCHEDULE-REC)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM ABEND-TRANSACTION
               END-IF
           ELSE
               EXEC CICS UNLOCK DATASET('BOOKSCHD') END-EXEC
               MOVE WS-WORK-NEW-DATE TO BS-EVENT-DATE
               MOVE WS-WORK-VENUE-CODE TO BS-VENUE-CODE
               MOVE WS-WORK-HEADCOUNT TO BS-EXPECTED-HEADCOUNT
               EXEC CICS WRITE DATASET('BOOKSCHD')
                   FROM(BOOKING-SCHEDULE-REC)
                   RIDFLD(BS-KEY)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       CONTINUE
                   WHEN DFHRESP(DUPREC)
                       MOVE WS-WORK-NEW-DATE TO WS-WORK-EVENT-DATE
                       PERFORM REPORT-DOUBLE-BOOKING
                       GO TO MOVE-BOOKING-EXIT
                   WHEN OTHER
                       PERFORM ABEND-TRANSACTION
               END-EVALUATE
               MOVE WS-WORK-EVENT-DATE TO WS-BK-EVENT-DATE
               MOVE BI-TALENT-ID TO WS-BK-TALENT-ID
               EXEC CICS DELETE DATASET('BOOKSCHD')
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   PERFORM ABEND-TRANSACTION
               END-IF
           END-IF.

           PERFORM STAGE-AUDIT-BOOKING.
           MOVE WS-AUDIT-BOOKING-VALUE TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEBINQ-MOVE-BOOKING' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'BOOKING MOVED' TO RM-OUTCOME.
           PERFORM CHECK-ROOM-MISFIT.
       MOVE-BOOKING-EXIT.
           EXIT.

      * CANCEL-BOOKING -- takes the night off the schedule; the
      * trail keeps what it was.
       CANCEL-BOOKING.
           MOVE WS-WORK-EVENT-DATE TO WS-BK-EVENT-DATE.
           MOVE BI-TALENT-ID TO WS-BK-TALENT-ID.
           EXEC CICS READ DATASET('BOOKSCHD')
               INTO(BOOKING-SCHEDULE-REC)
               RIDFLD(WS-BROWSE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   CONTINUE
               WHEN DFHRESP(NOTFND)
                   SET REQUEST-REJECTED TO TRUE
                   MOVE 'NO BOOKING FOR THAT ACT ON THAT NIGHT'
                       TO RM-OUTCOME
                   GO TO CANCEL-BOOKING-EXIT
               WHEN OTHER
                   PERFORM ABEND-TRANSACTION
           END-EVALUATE.
           PERFORM STAGE-AUDIT-BOOKING.
           MOVE WS-AUDIT-BOOKING-VALUE TO WS-AUDIT-BEFORE-VALUE.
           EXEC CICS DELETE DATASET('BOOKSCHD')
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM ABEND-TRANSACTION
           END-IF.
           MOVE 'CANCELLED' TO WS-AUDIT-AFTER-VALUE.
           MOVE 'FAMEBINQ-CANCEL' TO WS-AUDIT-PARAGRAPH-NAME.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'BOOKING CANCELLED' TO RM-OUTCOME.
       CANCEL-BOOKING-EXIT.
           EXIT.

      * STAGE-AUDIT-BOOKING -- the booking now in BOOKING-
      * SCHEDULE-REC, packed for the trail.
       STAGE-AUDIT-BOOKING.
           MOVE BS-EVENT-DATE TO AV-EVENT-DATE.
           MOVE BS-VENUE-CODE TO AV-VENUE-CODE.
           MOVE BS-EXPECTED-HEADCOUNT TO AV-HEADCOUNT.

      * CHECK-ROOM-MISFIT -- FAMESCHD's two misfits: a crowd the
      * room can't hold and a crowd that couldn't fill a tenth of
      * it.  As on the feed, the booking stands; the desk is
      * warned on the same line.
       CHECK-ROOM-MISFIT.
           IF WS-WORK-CAPACITY > 0
               COMPUTE WS-FILL-FLOOR = WS-WORK-CAPACITY / 10
               EVALUATE TRUE
                   WHEN WS-WORK-HEADCOUNT > WS-WORK-CAPACITY
                       MOVE '-- WARNING: CROWD OVER CAPACITY'
                           TO RM-WARNING
                   WHEN WS-WORK-HEADCOUNT < WS-FILL-FLOOR
                       MOVE '-- WARNING: CANNOT FILL A TENTH'
                           TO RM-WARNING
               END-EVALUATE
           END-IF.

      * WRITE-AUDIT-RECORD -- one before/after pair per change,
      * the same shape FAMEINQ leaves for a correction.
       WRITE-AUDIT-RECORD.
           MOVE BI-TALENT-ID TO AT-TALENT-ID.
           MOVE WS-AUDIT-PARAGRAPH-NAME TO AT-PARAGRAPH-NAME.
           PERFORM BUILD-TIMESTAMP.
           MOVE WS-TIMESTAMP TO AT-TIMESTAMP.
           MOVE WS-AUDIT-BEFORE-VALUE TO AT-BEFORE-VALUE.
           MOVE WS-AUDIT-AFTER-VALUE TO AT-AFTER-VALUE.
           EXEC CICS WRITE DATASET('AUDITTRL')
               FROM(AUDIT-TRAIL-REC)
           END-EXEC.

       BUILD-TIMESTAMP.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-TIMESTAMP(1:8).
           MOVE WS-CURRENT-TIME(1:6) TO WS-TIMESTAMP(9:6).

       SEND-RESPONSE.
           EXEC CICS SEND TEXT
               FROM(WS-RESPONSE-MESSAGE)
               ERASE
           END-EXEC.
       SEND-RESPONSE-EXIT.
           EXIT.

       ABEND-TRANSACTION.
           EXEC CICS ABEND ABCODE('FAMB') END-EXEC.
