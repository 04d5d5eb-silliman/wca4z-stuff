      * modeled on GETPAVG's file-driven main loop (read/process/     *
      * reject/trailer).  Name/DOB are not on this feed - those are   *
      * customer identity fields, not contact/address details.        *
      * The feed also sets the customer's correspondence delivery     *
      * preference (COMMSPREF - P post, E e-mail, S SMS, B e-mail     *
      * and post); a blank keeps the preference the customer has.     *
      * An e-mail preference with no email address, or SMS with no    *
      * mobile number, is rejected with reason '47'.                  *
      * Every update applied is published to the downstream systems   *
      * as a contact-changed event through LGEVPUB, in the same unit  *
      * of work; one the queue could not take is held for LGEVRTRY.   *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
          05 IN-PHONE-MOBILE     PIC X(10).
          05 IN-PHONE-HOME       PIC X(10).
          05 IN-EMAIL-ADDRESS    PIC X(30).
          05 IN-COMMS-PREF       PIC X(01).
             88 IN-COMMS-PREF-VALID         VALUES ' ' 'P' 'E' 'S'
                                                   'B'.
          05 FILLER              PIC X(07).

       01 WS-OUT-REC.
          05 OUT-RECORD-ID       PIC X(06) VALUE 'UPDATE'.
          05 WS-RECORDS-READ     PIC 9(09) VALUE ZEROES.
          05 WS-RECORDS-UPDATED  PIC 9(09) VALUE ZEROES.
          05 WS-REJECT-COUNT     PIC 9(09) VALUE ZEROES.
          05 WS-EVENTS-HELD      PIC 9(09) VALUE ZEROES.

      *================================================================*
      * End-of-run trailer written to OUT01-FILE after the last        *
          05 WS-OLD-PHONE-MOBILE PIC X(10).
          05 WS-OLD-PHONE-HOME   PIC X(10).
          05 WS-OLD-EMAIL        PIC X(30).
          05 WS-OLD-COMMS-PREF   PIC X(01).
       01 WS-NEW-COMMS-PREF      PIC X(01).

      * Parameter block for the shared LGVALID field-edit module -
      * every contact-update record is edited before the UPDATE so a
      * detail into the LGSTSQ exception pipeline (LGEXCRPT report).
       COPY LGBERRCA.

      * Business-event layout and the shared LGEVPUB publishing
      * module's parameter block - each contact change applied goes
      * to the downstream systems as a 'CC' event.
       COPY LGEVTREC.

       COPY LGEVTCA.

       PROCEDURE DIVISION.
       0001-MAIN.

              PERFORM 2150-CHECK-POSTCODE-ON-FILE
           END-IF

           IF VAL-REASON-CODE = '00'
              PERFORM 2160-CHECK-COMMS-PREF
           END-IF

           IF VAL-REASON-CODE NOT = '00'
              DISPLAY 'REJECTING RECORD, FIELD EDIT FAILED:'
                       VAL-REASON-CODE ' ' VAL-FIELD-NAME
       2150-EXIT.
           EXIT.

      *================================================================*
      * The delivery preference must be one we know, and an e-mail or  *
      * SMS preference needs the address or number it sends to on     *
      * this same record - reason '47'.  Blank leaves it unchanged.    *
      *================================================================*
       2160-CHECK-COMMS-PREF.

           EVALUATE TRUE
              WHEN NOT IN-COMMS-PREF-VALID
                 DISPLAY 'INVALID DELIVERY PREFERENCE:' IN-COMMS-PREF
                 MOVE '47'        TO VAL-REASON-CODE
                 MOVE 'COMMSPREF' TO VAL-FIELD-NAME
              WHEN (IN-COMMS-PREF = 'E' OR 'B')
                   AND IN-EMAIL-ADDRESS = SPACES
                 DISPLAY 'E-MAIL PREFERENCE WITH NO EMAIL ADDRESS:'
                          IN-CUST-NUMBER
                 MOVE '47'        TO VAL-REASON-CODE
                 MOVE 'COMMSPREF' TO VAL-FIELD-NAME
              WHEN IN-COMMS-PREF = 'S'
                   AND IN-PHONE-MOBILE = SPACES
                 DISPLAY 'SMS PREFERENCE WITH NO MOBILE NUMBER:'
                          IN-CUST-NUMBER
                 MOVE '47'        TO VAL-REASON-CODE
                 MOVE 'COMMSPREF' TO VAL-FIELD-NAME
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           PERFORM 2160-EXIT
           .
       2160-EXIT.
           EXIT.

      *================================================================*
      * Apply one customer's contact/address changes to the CUSTOMER   *
      * table - the record has already passed the LGVALID edits.       *
      *    there is one reject path for that case.
           EXEC SQL
             SELECT HOUSENAME, HOUSENUMBER, POSTCODE,
                    PHONEMOBILE, PHONEHOME, EMAILADDRESS,
                    COMMSPREF
               INTO :WS-OLD-HOUSENAME, :WS-OLD-HOUSENUMBER,
                    :WS-OLD-POSTCODE, :WS-OLD-PHONE-MOBILE,
                    :WS-OLD-PHONE-HOME, :WS-OLD-EMAIL,
                    :WS-OLD-COMMS-PREF
               FROM CUSTOMER
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC
              MOVE '90' TO WS-STATUS-CODE
              PERFORM 4500-WRITE-REJECT
           ELSE
              IF IN-COMMS-PREF = SPACE
                 MOVE WS-OLD-COMMS-PREF TO WS-NEW-COMMS-PREF
              ELSE
                 MOVE IN-COMMS-PREF     TO WS-NEW-COMMS-PREF
              END-IF
              PERFORM 2300-UPDATE-AND-RECORD
           END-IF

                    POSTCODE    = :DB2-POSTCODE,
                    PHONEMOBILE = :DB2-PHONE-MOBILE,
                    PHONEHOME   = :DB2-PHONE-HOME,
                    EMAILADDRESS = :DB2-EMAIL-ADDRESS,
                    COMMSPREF   = :WS-NEW-COMMS-PREF
              WHERE CUSTOMERNUMBER = :WS-CUSTOMER-NUMBER
           END-EXEC

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2400-WRITE-CONTACT-HISTORY
                 PERFORM 2450-PUBLISH-CONTACT-CHANGE

                 MOVE IN-CUST-NUMBER TO OUT-CUST-NUMBER
                 WRITE OUT-REC FROM WS-OUT-REC
                         NEWHOUSENAME, NEWHOUSENUMBER, NEWPOSTCODE,
                         NEWPHONEMOBILE, NEWPHONEHOME,
                         NEWEMAILADDRESS,
                         CHANGESOURCE, CHANGEDTIMESTAMP,
                         OLDCOMMSPREF, NEWCOMMSPREF )
                VALUES ( :WS-CUSTOMER-NUMBER,
                         :WS-OLD-HOUSENAME, :WS-OLD-HOUSENUMBER,
                         :WS-OLD-POSTCODE, :WS-OLD-PHONE-MOBILE,
                         :DB2-HOUSENAME, :DB2-HOUSENUMBER,
                         :DB2-POSTCODE, :DB2-PHONE-MOBILE,
                         :DB2-PHONE-HOME, :DB2-EMAIL-ADDRESS,
                         'B', CURRENT TIMESTAMP,
                         :WS-OLD-COMMS-PREF, :WS-NEW-COMMS-PREF )
           END-EXEC

           IF SQLCODE NOT = 0
       2400-EXIT.
           EXIT.

      *================================================================*
      * 'CC' event for the change just applied - the contact details   *
      * and delivery preference as they now stand, source 'B' as on    *
      * the CUSTHIST row.  A queue that cannot be reached leaves the   *
      * event held on EVENTLOG for LGEVRTRY; like the history row, a   *
      * publishing failure is logged but does not fail the update.     *
      *================================================================*
       2450-PUBLISH-CONTACT-CHANGE.

           MOVE SPACES             TO EVENT-MESSAGE
           SET EV-CONTACT-CHANGED  TO TRUE
           MOVE 'LGCUPDT'          TO EV-SOURCE-PROGRAM
           MOVE WS-CUSTOMER-NUMBER TO EV-CUSTOMER-NUM
           MOVE ZEROES             TO EV-POLICY-NUM
                                      EV-RELATED-NUM
           MOVE 'B'                TO EV-CHANGE-SOURCE
           MOVE DB2-HOUSENAME      TO EV-HOUSENAME
           MOVE DB2-HOUSENUMBER    TO EV-HOUSENUMBER
           MOVE DB2-POSTCODE       TO EV-POSTCODE
           MOVE DB2-PHONE-MOBILE   TO EV-PHONE-MOBILE
           MOVE DB2-PHONE-HOME     TO EV-PHONE-HOME
           MOVE DB2-EMAIL-ADDRESS  TO EV-EMAIL-ADDRESS
           MOVE WS-NEW-COMMS-PREF  TO EV-COMMS-PREF

           MOVE SPACE         TO EVP-REQUEST
           MOVE SPACE         TO EVP-CICS-FLAG
           MOVE EVENT-MESSAGE TO EVP-MESSAGE
           CALL EVP-MODULE USING WS-EVENT-PARMS

           EVALUATE EVP-STATUS
              WHEN '00'
                 CONTINUE
              WHEN '04'
                 ADD 1 TO WS-EVENTS-HELD
              WHEN OTHER
                 DISPLAY 'WARNING - EVENT NOT PUBLISHED, STATUS:'
                         EVP-STATUS ' CUSTOMER:' IN-CUST-NUMBER
           END-EVALUATE

           PERFORM 2450-EXIT
           .
       2450-EXIT.
           EXIT.

      *================================================================*
      * Write a rejected input record to REJECT-FILE with a reason     *
      * code instead of aborting the run.                              *
           DISPLAY 'WORST STATUS CODE THIS RUN:' WS-WORST-STATUS-CODE
           DISPLAY 'RECORDS UPDATED:' WS-RECORDS-UPDATED
           DISPLAY 'RECORDS REJECTED:' WS-REJECT-COUNT
           DISPLAY 'EVENTS HELD FOR RETRY:' WS-EVENTS-HELD

           IF OUT-OK
              PERFORM 4900-WRITE-TRAILER
