      ******************************************************************
      *                                                                *
      * LICENSED MATERIALS - PROPERTY OF IBM                           *
      *                                                                *
      * "RESTRICTED MATERIALS OF IBM"                                  *
      *                                                                *
      * (C) COPYRIGHT IBM CORP. 2021       ALL RIGHTS RESERVED         *
      *                                                                *
      * US GOVERNMENT USERS RESTRICTED RIGHTS - USE, DUPLICATION,      *
      * OR DISCLOSURE RESTRICTED BY GSA ADP SCHEDULE                   *
      * CONTRACT WITH IBM CORPORATION                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGEVPUB.
      *****************************************************************
      * Business-event publishing module - puts one policy or        *
      * customer event (LGEVTREC layout) on the MQ queue             *
      * GENAPP.BUSINESS.EVENTS for the claims platform, the broker   *
      * portal and the warehouse, and logs it on EVENTLOG.  Called   *
      * with the LGEVTCA parameter block (it has the full contract)  *
      * by GETAAVG and LGCUPDT as each change is made, and by        *
      * LGEVRTRY to re-put the events held while the queue was down. *
      *                                                                *
      * The put is an MQPUT1 under syncpoint, so the message and the *
      * EVENTLOG row belong to the caller's unit of work: under CICS *
      * the task's syncpoint commits or backs out both with the DB2  *
      * change; in batch the connection is made on the first event   *
      * and held for the step, and the step's normal end commits the *
      * puts along with its DB2 work.                                *
      *                                                                *
      * A queue that cannot be reached - the queue manager down, the *
      * queue full or put-inhibited - never loses an event: it is    *
      * logged 'H' with its whole message, the retry store LGEVRTRY  *
      * drains.  A batch step whose connect fails holds every event  *
      * of the run without trying again.                             *
      *****************************************************************
      * THIS PROGRAM IS TO BE USED ONLY FOR IBM INTERNAL USE ONLY     *
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

      * The queue every event goes to, and the queue manager a batch
      * step connects to - blank is the installation's default.
       77 EVP-QUEUE-NAME         PIC X(48)
                                 VALUE 'GENAPP.BUSINESS.EVENTS'.
       77 EVP-QMGR-NAME          PIC X(48)  VALUE SPACES.
       77 EVP-LAYOUT-VERSION     PIC X(02)  VALUE '01'.

       01 WS-SWITCHES.
          05 WS-MQ-STATE         PIC X(01)  VALUE ' '.
             88 MQ-CONNECTED                VALUE 'O'.
             88 MQ-CONNECT-FAILED           VALUE 'F'.

       01 WS-MQ-WORK.
          05 WS-HCONN            PIC S9(09) BINARY VALUE 0.
          05 WS-COMPCODE         PIC S9(09) BINARY.
          05 WS-REASON           PIC S9(09) BINARY.
          05 WS-CONNECT-REASON   PIC S9(09) BINARY VALUE 0.
          05 WS-BUFFLEN          PIC S9(09) BINARY VALUE 300.

       01 WS-WORK.
          05 WS-EVENT-TIMESTAMP  PIC X(26).
          05 WS-CUSTOMER-NUM-INT PIC S9(09) COMP.
          05 WS-POLICY-NUM-INT   PIC S9(09) COMP.
          05 WS-RELATED-NUM-INT  PIC S9(09) COMP.
          05 WS-MQ-REASON-INT    PIC S9(09) COMP.
          05 WS-EVENT-STATUS     PIC X(01).
          05 WS-LOG-MESSAGE      PIC X(300).

      * IBM MQ constants and the object descriptor, message
      * descriptor and put-message options structures.
       01 MQ-CONSTANTS.
       COPY CMQV.

       01 MQ-OBJECT-DESCRIPTOR.
       COPY CMQODV.

       01 MQ-MESSAGE-DESCRIPTOR.
       COPY CMQMDV.

       01 MQ-PUT-MESSAGE-OPTIONS.
       COPY CMQPMOV.

       COPY LGEVTREC.

           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
             INCLUDE DGENAPP
           END-EXEC.

       LINKAGE SECTION.
       COPY LGEVTCA.

       PROCEDURE DIVISION USING WS-EVENT-PARMS.
       0001-MAIN.

           MOVE '00'        TO EVP-STATUS
           MOVE ZEROES      TO EVP-MQ-REASON
           MOVE EVP-MESSAGE TO EVENT-MESSAGE

           IF EVP-REPUT-HELD-EVENT
              PERFORM 3000-PUT-EVENT
           ELSE
              PERFORM 1000-STAMP-EVENT
              IF EVP-STATUS = '00'
                 PERFORM 3000-PUT-EVENT
                 PERFORM 4000-LOG-EVENT
              END-IF
           END-IF

           MOVE EVENT-MESSAGE TO EVP-MESSAGE

           PERFORM 9000-END-PARA
           .
       0001-MAIN-EXIT.
           EXIT.

      *================================================================*
      * The event's timestamp is DB2's, the clock every audit row is   *
      * stamped on, so LGEVRECN can pair an event with its change.     *
      *================================================================*
       1000-STAMP-EVENT.

           MOVE EVP-LAYOUT-VERSION TO EV-LAYOUT-VERSION

           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :WS-EVENT-TIMESTAMP
               FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-EVENT-TIMESTAMP TO EV-EVENT-TIMESTAMP
           ELSE
              DISPLAY 'LGEVPUB - SQL ERROR ON EVENT TIMESTAMP, SQLCODE:'
                       SQLCODE
              DISPLAY 'EVENT NOT PUBLISHED:' EV-EVENT-TYPE
                      ' CUSTOMER:' EV-CUSTOMER-NUM
                      ' POLICY:' EV-POLICY-NUM
              MOVE '90' TO EVP-STATUS
           END-IF

           PERFORM 1000-EXIT
           .
       1000-EXIT.
           EXIT.

      *================================================================*
      * Under CICS the region's connection is used as it stands; a     *
      * batch step connects once.  Either way the put is an MQPUT1 -   *
      * no queue handle is held between calls.                         *
      *================================================================*
       3000-PUT-EVENT.

           IF EVP-UNDER-CICS
              MOVE MQHC-DEF-HCONN TO WS-HCONN
           ELSE
              IF NOT MQ-CONNECTED AND NOT MQ-CONNECT-FAILED
                 PERFORM 3100-CONNECT-QMGR
              END-IF
           END-IF

           IF MQ-CONNECT-FAILED AND NOT EVP-UNDER-CICS
              MOVE '04'              TO EVP-STATUS
              MOVE WS-CONNECT-REASON TO EVP-MQ-REASON
           ELSE
              PERFORM 3200-PUT-MESSAGE
           END-IF

           PERFORM 3000-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-CONNECT-QMGR.

           CALL 'MQCONN' USING EVP-QMGR-NAME
                               WS-HCONN
                               WS-COMPCODE
                               WS-REASON

           IF WS-COMPCODE = MQCC-FAILED
              DISPLAY 'LGEVPUB - MQCONN FAILED, REASON:' WS-REASON
              DISPLAY 'EVENTS WILL BE HELD FOR RETRY'
              MOVE WS-REASON TO WS-CONNECT-REASON
              SET MQ-CONNECT-FAILED TO TRUE
           ELSE
              SET MQ-CONNECTED TO TRUE
           END-IF

           PERFORM 3100-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-PUT-MESSAGE.

           MOVE MQOT-Q           TO MQOD-OBJECTTYPE
           MOVE EVP-QUEUE-NAME   TO MQOD-OBJECTNAME
           MOVE MQMI-NONE        TO MQMD-MSGID
           MOVE MQCI-NONE        TO MQMD-CORRELID
           MOVE MQFMT-STRING     TO MQMD-FORMAT
           MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
           COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                 + MQPMO-NEW-MSG-ID
                                 + MQPMO-FAIL-IF-QUIESCING

           CALL 'MQPUT1' USING WS-HCONN
                               MQ-OBJECT-DESCRIPTOR
                               MQ-MESSAGE-DESCRIPTOR
                               MQ-PUT-MESSAGE-OPTIONS
                               WS-BUFFLEN
                               EVENT-MESSAGE
                               WS-COMPCODE
                               WS-REASON

           IF WS-COMPCODE = MQCC-FAILED
              DISPLAY 'LGEVPUB - MQPUT1 FAILED, REASON:' WS-REASON
              DISPLAY 'EVENT HELD FOR RETRY:' EV-EVENT-TYPE
                      ' CUSTOMER:' EV-CUSTOMER-NUM
                      ' POLICY:' EV-POLICY-NUM
              MOVE '04'      TO EVP-STATUS
              MOVE WS-REASON TO EVP-MQ-REASON
           END-IF

           PERFORM 3200-EXIT
           .
       3200-EXIT.
           EXIT.

      *================================================================*
      * One EVENTLOG row per new event - 'P' once it is on the queue,  *
      * 'H' with the whole message when it could not be put, for      *
      * LGEVRTRY.  A published event's message is not kept.            *
      *================================================================*
       4000-LOG-EVENT.

           IF EVP-STATUS = '00'
              MOVE 'P'    TO WS-EVENT-STATUS
              MOVE SPACES TO WS-LOG-MESSAGE
           ELSE
              MOVE 'H'           TO WS-EVENT-STATUS
              MOVE EVENT-MESSAGE TO WS-LOG-MESSAGE
           END-IF

           MOVE EV-CUSTOMER-NUM TO WS-CUSTOMER-NUM-INT
           MOVE EV-POLICY-NUM   TO WS-POLICY-NUM-INT
           MOVE EV-RELATED-NUM  TO WS-RELATED-NUM-INT
           MOVE EVP-MQ-REASON   TO WS-MQ-REASON-INT

           EXEC SQL
             INSERT INTO EVENTLOG
                       ( EVENTTYPE,
                         CUSTOMERNUMBER,
                         POLICYNUMBER,
                         RELATEDNUMBER,
                         SOURCEPROGRAM,
                         EVENTTIMESTAMP,
                         EVENTSTATUS,
                         MQREASON,
                         RETRIES,
                         PUBLISHEDTIMESTAMP,
                         MESSAGE )
                VALUES ( :EV-EVENT-TYPE,
                         :WS-CUSTOMER-NUM-INT,
                         :WS-POLICY-NUM-INT,
                         :WS-RELATED-NUM-INT,
                         :EV-SOURCE-PROGRAM,
                         TIMESTAMP(:WS-EVENT-TIMESTAMP),
                         :WS-EVENT-STATUS,
                         :WS-MQ-REASON-INT,
                         0,
                         TIMESTAMP(:WS-EVENT-TIMESTAMP),
                         :WS-LOG-MESSAGE )
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY 'LGEVPUB - SQL ERROR ON INSERT EVENTLOG, SQLCODE:'
                       SQLCODE
              DISPLAY 'EVENT NOT LOGGED:' EV-EVENT-TYPE
                      ' CUSTOMER:' EV-CUSTOMER-NUM
                      ' POLICY:' EV-POLICY-NUM
              MOVE '90' TO EVP-STATUS
           END-IF

           PERFORM 4000-EXIT
           .
       4000-EXIT.
           EXIT.

       9000-END-PARA.

           GOBACK.
