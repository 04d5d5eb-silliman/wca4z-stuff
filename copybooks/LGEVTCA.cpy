      ******************************************************************
      *  LGEVTCA                                                      *
      *  Parameter block for the shared LGEVPUB business-event        *
      *  publishing module.  Every program that changes a policy or a *
      *  customer's contact details - GETAAVG, batch or LINKed from   *
      *  LGTESTC1, and the LGCUPDT feed - hands it the event, so the  *
      *  queue, the retry store and the event log live in one place.  *
      *  A plain CALL in both environments (MQI calls and SQL only,   *
      *  no CICS commands), the way GETAAVG CALLs LGINSTAL.           *
      *                                                                *
      *  EVP-REQUEST ' ' publishes a new event: the caller builds     *
      *  EVP-MESSAGE in the LGEVTREC layout (event type, source       *
      *  program, keys and body); LGEVPUB stamps the layout version   *
      *  and the DB2 timestamp, puts it on GENAPP.BUSINESS.EVENTS     *
      *  under syncpoint, and logs it on EVENTLOG - all in the        *
      *  caller's unit of work, so a change that is backed out takes  *
      *  its event with it.  'R' re-puts a held event for LGEVRTRY    *
      *  exactly as EVP-MESSAGE has it, without logging - the caller  *
      *  updates its EVENTLOG row.                                    *
      *                                                                *
      *  EVP-CICS-FLAG 'C' when the caller runs under CICS - the put  *
      *  goes through the region's own MQ connection; in batch the    *
      *  module connects on first use and keeps the connection for    *
      *  the step, whose normal end commits the puts with DB2's work. *
      *                                                                *
      *  Returned:                                                    *
      *    EVP-STATUS    00 - event on the queue                      *
      *                  04 - queue could not be reached; a new event *
      *                       is held on EVENTLOG for LGEVRTRY        *
      *                  90 - DB2 error stamping or logging the event *
      *                       - LGEVRECN reports it as not published  *
      *    EVP-MQ-REASON the MQ reason code when the put failed       *
      *    EVP-MESSAGE   the event as stamped                         *
      *  A publishing failure never fails the change - the caller     *
      *  warns and carries on, the stance it takes on its audit rows. *
      ******************************************************************
       77 EVP-MODULE               PIC X(08) VALUE 'LGEVPUB'.
       01 WS-EVENT-PARMS.
          05 EVP-REQUEST           PIC X(01).
             88 EVP-PUBLISH-EVENT             VALUE ' '.
             88 EVP-REPUT-HELD-EVENT          VALUE 'R'.
          05 EVP-CICS-FLAG         PIC X(01).
             88 EVP-UNDER-CICS                VALUE 'C'.
          05 EVP-STATUS            PIC X(02).
          05 EVP-MQ-REASON         PIC S9(09) COMP.
          05 EVP-MESSAGE           PIC X(300).
