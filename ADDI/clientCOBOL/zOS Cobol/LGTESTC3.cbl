      ******************************************************************
      *                                                                *
      * LICENSED MATERIALS - PROPERTY OF IBM                           *
      *                                                                *
      * CB12                                                           *
      *                                                                *
      * (C) COPYRIGHT IBM CORP. 2011, 2013 ALL RIGHTS RESERVED         *
      *                                                                *
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,      *
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE                   *
      * CONTRACT WITH IBM CORPORATION                                  *
      *                                                                *
      *                                                                *
      *                    Claims                                      *
      *                                                                *
      * Claims screen - registers a claim against a policy while the  *
      * customer is on the phone, and lists the claims already on a   *
      * policy.  Both go through the LGCLMNT module the LGCLMREG      *
      * intake batch CALLs, so an online claim gets the same policy/  *
      * customer match and reason codes as the overnight feed and its *
      * claim number is shown straight away.  With CLM1ACT 'I' the    *
      * claims on the policy are listed 8 to a page with date of      *
      * loss, claimed value, status and description; PF8 pages        *
      * forward.  Reached from options E (register) and F (inquire)   *
      * on the LGTESTC1 menu, which XCTL here with the policy and     *
      * customer numbers already keyed; transaction SSC3 re-drives    *
      * this program pseudoconversationally with the claim request    *
      * in the commarea, the same shape LGTESTC2 uses with SSC2.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGTESTC3.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-RESP                   PIC S9(8) COMP.
       77 MSGEND                       PIC X(24) VALUE
                                        'Transaction ended      '.

        COPY SSMAP.

      * Claim request/response - also the pseudoconversational
      * commarea, so PF8 knows which policy is being listed and
      * where the last page ended.  Working storage is fresh on every
      * task, so A-GAIN copies the inbound DFHCOMMAREA back in here
      * before anything looks at the state.
        01 COMM-AREA.
        COPY LGCLMCA REPLACING ==01 WS-CLAIM-PARMS.== BY
                               ==02 WS-CLAIM-PARMS.==.

       01  WS-WORK.
           03 WS-LIST-IDX            PIC S9(4) COMP.
           03 WS-VALUE-EDIT          PIC ZZZZZZZ9.99.

      * Left-justified digit entry parser for the policy, customer
      * and claimed-value fields - digits then only blanks, at most
      * WS-NE-MAX digits, built into WS-NE-VALUE right-justified and
      * zero-filled; the same parser the LGTESTC1 menu uses for its
      * broker-id and quote-number fields.  'E' = field empty.
       01  WS-NUM-ENTRY-WORK.
           03 WS-NE-FIELD              PIC X(10).
           03 WS-NE-MAX                PIC 9(02).
           03 WS-NE-VALUE              PIC 9(10).
           03 WS-NE-IDX                PIC S9(4) COMP.
           03 WS-NE-DIGITS             PIC 9(02).
           03 WS-NE-CHAR               PIC X(01).
              88 WS-NE-CHAR-DIGIT                VALUE '0' THRU '9'.
           03 WS-NE-DIGIT REDEFINES WS-NE-CHAR
                                       PIC 9(01).
           03 WS-NE-BLANK-SEEN         PIC X(01).
           03 WS-NE-STATE              PIC X(01).
              88 NE-ENTRY-VALID                  VALUE 'Y'.
              88 NE-ENTRY-EMPTY                  VALUE 'E'.

       LINKAGE SECTION.
      * Inbound commarea - the claim request the previous task of this
      * transaction RETURNed, or the LGTESTC1 menu XCTLed with.  564
      * bytes is LENGTH OF WS-CLAIM-PARMS in LGCLMCA; keep the two in
      * step.
       01  DFHCOMMAREA               PIC X(564).

      *----------------------------------------------------------------*
      *****************************************************************
       PROCEDURE DIVISION.

      *---------------------------------------------------------------*
       MAINLINE SECTION.

           IF EIBCALEN > 0
              GO TO A-GAIN.

           Initialize SSMAPC3I.
           Initialize SSMAPC3O.
           Initialize COMM-AREA.

      * Display claims screen
           EXEC CICS SEND MAP ('SSMAPC3')
                     FROM(SSMAPC3O)
                     MAPSET ('SSMAP')
                     ERASE
                     END-EXEC.

           GO TO ENDIT-STARTIT.

       A-GAIN.

      * Restore the claim request from the commarea - PAGE-FORWARD's
      * policy and last-listed claim both live in it.
           MOVE DFHCOMMAREA(1:EIBCALEN) TO COMM-AREA.

      * XCTLed from the customer menu - the task still carries the
      * menu's transaction id and there is no claims screen to
      * receive yet.
           IF EIBTRNID NOT = 'SSC3'
              GO TO FROM-MENU.

           EXEC CICS HANDLE AID
                     CLEAR(CLEARIT)
                     PF3(ENDIT)
                     PF8(PAGE-FORWARD) END-EXEC.
           EXEC CICS HANDLE CONDITION
                     MAPFAIL(ENDIT)
                     END-EXEC.

           EXEC CICS RECEIVE MAP('SSMAPC3')
                     INTO(SSMAPC3I) ASIS
                     MAPSET('SSMAP') END-EXEC.

      * Untouched (or short-typed) BMS fields come back as/with X'00'
      * bytes - scrub them to spaces before the entries are parsed.
           Inspect CLM1ACTI Replacing All x'00' by x'40'
           Inspect CLM1PNOI Replacing All x'00' by x'40'
           Inspect CLM1CNOI Replacing All x'00' by x'40'
           Inspect CLM1DATI Replacing All x'00' by x'40'
           Inspect CLM1VALI Replacing All x'00' by x'40'
           Inspect CLM1DSCI Replacing All x'00' by x'40'

           Initialize WS-CLAIM-PARMS

           Move SPACES   To WS-NE-FIELD
           Move CLM1PNOI To WS-NE-FIELD(1:9)
           Move 09       To WS-NE-MAX
           PERFORM EDIT-NUMERIC-ENTRY
           IF NOT NE-ENTRY-VALID
              Move 'Enter a numeric policy number' To CLM1MSGO
              Move -1 To CLM1PNOL
              GO TO SEND-AND-RETURN
           END-IF
           Move WS-NE-VALUE To CLM-POLICY-NUM

           Move CLM1CNOI To WS-NE-FIELD
           Move 10       To WS-NE-MAX
           PERFORM EDIT-NUMERIC-ENTRY
           IF NOT NE-ENTRY-VALID AND NOT NE-ENTRY-EMPTY
              Move 'Customer number must be numeric' To CLM1MSGO
              Move -1 To CLM1CNOL
              GO TO SEND-AND-RETURN
           END-IF
           Move WS-NE-VALUE To CLM-CUST-NUMBER

           EVALUATE CLM1ACTI
              WHEN 'R'
                 GO TO REGISTER-CLAIM
              WHEN 'I'
                 Move 'I'    To CLM-REQUEST
                 Move Zeroes To CLM-START-NUM
                 GO TO RUN-INQUIRY
              WHEN OTHER
                 Move 'Key R to register or I to inquire'
                   To CLM1MSGO
                 Move -1 To CLM1ACTL
                 GO TO SEND-AND-RETURN
           END-EVALUATE.

      *================================================================*
      * First task after the menu's XCTL - put the policy and customer*
      * numbers the operator keyed on SSMAPC1 onto this screen, then  *
      * list the policy's claims straight away for option F, or ask   *
      * for the claim details for option E.                           *
      *================================================================*
       FROM-MENU.

           Initialize SSMAPC3I.
           Initialize SSMAPC3O.

           Move CLM-REQUEST     To CLM1ACTO
           Move CLM-POLICY-NUM  To CLM1PNOO
           Move CLM-CUST-NUMBER To CLM1CNOO

           IF CLM-INQUIRE
              Move Zeroes To CLM-START-NUM
              GO TO RUN-INQUIRY
           END-IF

           Move 'Key date of loss, value and description'
             To CLM1MSGO
           Move -1 To CLM1DATL
           GO TO SEND-AND-RETURN.

      *================================================================*
      * Register the claim keyed on the screen.  The claimed value is *
      * keyed in whole currency units, the same as a keyed premium on *
      * the customer menu; LGCLMNT checks the date of loss and the    *
      * policy/customer match and comes back with the claim number.   *
      *================================================================*
       REGISTER-CLAIM.

           IF CLM-CUST-NUMBER = 0
              Move 'Enter the claimant customer number'
                To CLM1MSGO
              Move -1 To CLM1CNOL
              GO TO SEND-AND-RETURN
           END-IF

           Move CLM1VALI To WS-NE-FIELD
           Move 07       To WS-NE-MAX
           PERFORM EDIT-NUMERIC-ENTRY
           IF NOT NE-ENTRY-VALID
              Move 'Claim value must be whole currency units'
                To CLM1MSGO
              Move -1 To CLM1VALL
              GO TO SEND-AND-RETURN
           END-IF

           IF CLM1DSCI = SPACES
              Move 'Enter a short description of the loss'
                To CLM1MSGO
              Move -1 To CLM1DSCL
              GO TO SEND-AND-RETURN
           END-IF

           Move 'R'         To CLM-REQUEST
           Move CLM1DATI    To CLM-CLAIM-DATE
           Move WS-NE-VALUE To CLM-CLAIM-VALUE
           Move CLM1DSCI    To CLM-CLAIM-DESC

           EXEC CICS LINK PROGRAM('LGCLMNT')
                     COMMAREA(WS-CLAIM-PARMS)
                     LENGTH(LENGTH OF WS-CLAIM-PARMS)
           END-EXEC

           EVALUATE CLM-RETURN-CODE
              WHEN '00'
      * Action flips to I so the next ENTER lists the policy's claims
      * (new one included) instead of registering the same claim
      * twice.
                 Move CLM-CLAIM-NUM To CLM1NUMO
                 Move 'I'           To CLM1ACTO
                 Move -1            To CLM1ACTL
                 Move 'Claim registered - claim number shown'
                   To CLM1MSGO
              WHEN '80'
                 Move 'Policy number not on file' To CLM1MSGO
                 Move -1 To CLM1PNOL
              WHEN '81'
                 Move 'Policy does not belong to this customer'
                   To CLM1MSGO
                 Move -1 To CLM1CNOL
              WHEN '83'
                 Move 'Date of loss must be YYYY-MM-DD' To CLM1MSGO
                 Move -1 To CLM1DATL
              WHEN OTHER
                 Move 'Error Registering Claim' To CLM1MSGO
           END-EVALUATE

           GO TO SEND-AND-RETURN.

      *================================================================*
      * PF8 - next page of claims.  HANDLE AID branches here without  *
      * the map having been received, so the policy comes from the   *
      * commarea where the previous inquiry left it; only the         *
      * starting point moves past the last claim already listed.      *
      *================================================================*
       PAGE-FORWARD.

           Initialize SSMAPC3I.

      *    Re-show the policy the page belongs to
           Move CLM-REQUEST     To CLM1ACTO
           Move CLM-POLICY-NUM  To CLM1PNOO
           Move CLM-CUST-NUMBER To CLM1CNOO

           IF NOT CLM-INQUIRE OR CLM-POLICY-NUM = 0
              Move 'Key I and a policy number to list claims'
                To CLM1MSGO
              Move -1 To CLM1ACTL
              GO TO SEND-AND-RETURN
           END-IF

           IF CLM-LIST-COUNT > 0
              Move CLM-L-CLAIM-NUM(CLM-LIST-COUNT) To CLM-START-NUM
           ELSE
              Move Zeroes To CLM-START-NUM
           END-IF
           .

       RUN-INQUIRY.

           EXEC CICS LINK PROGRAM('LGCLMNT')
                     COMMAREA(WS-CLAIM-PARMS)
                     LENGTH(LENGTH OF WS-CLAIM-PARMS)
           END-EXEC

           EVALUATE CLM-RETURN-CODE
              WHEN '00'
                 PERFORM DISPLAY-CLAIM-LIST
                 Move -1 To CLM1ACTL
                 IF CLM-MORE-FLAG = 'Y'
                    Move 'PF8 for more claims, PF3 to end'
                      To CLM1MSGO
                 ELSE
                    Move 'All claims on the policy shown'
                      To CLM1MSGO
                 END-IF
              WHEN '01'
                 PERFORM DISPLAY-CLAIM-LIST
                 Move -1 To CLM1ACTL
                 Move 'No more claims on this policy' To CLM1MSGO
              WHEN '80'
                 Move 'Policy number not on file' To CLM1MSGO
                 Move -1 To CLM1PNOL
              WHEN '81'
                 Move 'Policy does not belong to this customer'
                   To CLM1MSGO
                 Move -1 To CLM1CNOL
              WHEN OTHER
                 Move 'Claim inquiry failed - try again' To CLM1MSGO
           END-EVALUATE

           GO TO SEND-AND-RETURN.

      * Every send repaints the whole map - the first one follows the
      * menu's SSMAPC1 on the terminal.
       SEND-AND-RETURN.

           EXEC CICS SEND MAP ('SSMAPC3')
                     FROM(SSMAPC3O)
                     MAPSET ('SSMAP')
                     ERASE
                     CURSOR
           END-EXEC
           GO TO ENDIT-STARTIT.

       ENDIT-STARTIT.
           EXEC CICS RETURN
                TRANSID('SSC3')
                COMMAREA(COMM-AREA)
                END-EXEC.

       ENDIT.
           EXEC CICS SEND TEXT
                     FROM(MSGEND)
                     LENGTH(LENGTH OF MSGEND)
                     ERASE
                     FREEKB
           END-EXEC
           EXEC CICS RETURN
           END-EXEC.

       CLEARIT.

           Initialize SSMAPC3I.
           EXEC CICS SEND MAP ('SSMAPC3')
                     MAPSET ('SSMAP')
                     MAPONLY
           END-EXEC

           EXEC CICS RETURN
                TRANSID('SSC3')
                COMMAREA(COMM-AREA)
                END-EXEC.

      *================================================================*
      * Move the returned claims onto the 8-line list, blanking any   *
      * unused lines, the same shape DISPLAY-MATCH-LIST uses on the   *
      * customer search screen.                                        *
      *================================================================*
       DISPLAY-CLAIM-LIST.

           PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
              UNTIL WS-LIST-IDX > 8
              IF WS-LIST-IDX <= CLM-LIST-COUNT
                 MOVE CLM-L-CLAIM-NUM(WS-LIST-IDX)
                   TO CLM1LNOI(WS-LIST-IDX)
                 MOVE CLM-L-CLAIM-DATE(WS-LIST-IDX)
                   TO CLM1LDTI(WS-LIST-IDX)
                 MOVE CLM-L-CLAIM-VALUE(WS-LIST-IDX)
                   TO WS-VALUE-EDIT
                 MOVE WS-VALUE-EDIT
                   TO CLM1LVLI(WS-LIST-IDX)
                 MOVE CLM-L-CLAIM-STATUS(WS-LIST-IDX)
                   TO CLM1LSTI(WS-LIST-IDX)
                 MOVE CLM-L-CLAIM-DESC(WS-LIST-IDX)
                   TO CLM1LDSI(WS-LIST-IDX)
              ELSE
                 MOVE SPACES TO CLM1LNOI(WS-LIST-IDX)
                 MOVE SPACES TO CLM1LDTI(WS-LIST-IDX)
                 MOVE SPACES TO CLM1LVLI(WS-LIST-IDX)
                 MOVE SPACES TO CLM1LSTI(WS-LIST-IDX)
                 MOVE SPACES TO CLM1LDSI(WS-LIST-IDX)
              END-IF
           END-PERFORM.

           EXIT.

      *================================================================*
      * Build a numeric entry from a left-justified digit field -    *
      * digits with only blanks after them, at most WS-NE-MAX        *
      * digits.  An embedded blank, any other character, or one      *
      * digit too many fails the entry; a field with no digits at    *
      * all reports empty and lets the caller decide what blank      *
      * means.                                                       *
      *================================================================*
       EDIT-NUMERIC-ENTRY.

           Move Zeroes To WS-NE-VALUE
           Move Zeroes To WS-NE-DIGITS
           Move 'N'    To WS-NE-BLANK-SEEN
           Move 'Y'    To WS-NE-STATE

           PERFORM VARYING WS-NE-IDX FROM 1 BY 1
              UNTIL WS-NE-IDX > 10
                 OR WS-NE-STATE = 'N'
              Move WS-NE-FIELD(WS-NE-IDX:1) To WS-NE-CHAR
              EVALUATE TRUE
                WHEN WS-NE-CHAR = ' '
                  Move 'Y' To WS-NE-BLANK-SEEN
                WHEN WS-NE-CHAR-DIGIT
                  IF WS-NE-BLANK-SEEN = 'Y'
                     OR WS-NE-DIGITS >= WS-NE-MAX
                    Move 'N' To WS-NE-STATE
                  ELSE
                    COMPUTE WS-NE-VALUE =
                       WS-NE-VALUE * 10 + WS-NE-DIGIT
                    Add 1 To WS-NE-DIGITS
                  END-IF
                WHEN OTHER
                  Move 'N' To WS-NE-STATE
              END-EVALUATE
           END-PERFORM

           IF NE-ENTRY-VALID AND WS-NE-DIGITS = 0
             Move 'E' To WS-NE-STATE
           END-IF

           EXIT.
