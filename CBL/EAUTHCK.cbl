      *        BREAK-GLASS FIRECALL GRANT IS HONORED (EVERY USE IS
      *        WRITTEN TO EMNTAUD, AND AN EXPIRED GRANT IS DELETED
      *        ON THE SPOT SO IT REVOKES ITSELF); WHEN NEITHER IS
      *        ON FILE THE ERACCES ROLE ACCESS TABLE DECIDES - A ROW
      *        FOR THE ROLE AND TRANSACTION GRANTS, NO ROW DENIES, SO A
      *        NEW SCREEN STAYS CLOSED UNTIL THE SECURITY OFFICER
      *        GRANTS IT ON ERAC.  AN INQUIRY-ONLY CHECK (ESODCHK
      *        ASKING WHAT A USER ALREADY HOLDS) GETS THE SAME ANSWER
      *        WITHOUT A FIRECALL GRANT BEING AUDITED AS USED.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EAUTHCK.
       COPY EUSRENT.
       COPY EFIRCAL.
       COPY ERACCES.
       COPY EMNTAUD.
       COPY EAUDWRT.
       01 WS-CICS-RESPONSE          PIC S9(8) USAGE IS COMPUTATIONAL.
       01 WS-DECISION-SWITCH        PIC X(1).
          88 WS-DECISION-MADE             VALUE 'Y'.
      *   EXPLICITLY DEFINE THE COMM-AREA FOR THE PROGRAM.
      ******************************************************************
       LINKAGE SECTION.
       01 DFHCOMMAREA               PIC X(17).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
                   TIME(WS-NOW-TIME)
                   END-EXEC

              EVALUATE TRUE
              WHEN WS-NOW-TIMESTAMP IS GREATER THAN
                 FC-EXPIRES-TIMESTAMP
                 AND ATH-CHECK-INQUIRY-ONLY
                   CONTINUE
              WHEN WS-NOW-TIMESTAMP IS GREATER THAN
                 FC-EXPIRES-TIMESTAMP
                   EXEC CICS DELETE
                        FILE(AC-FIRECALL-FILENAME)
                        RIDFLD(FC-GRANT-KEY)
                        RESP(WS-CICS-RESPONSE)
                        END-EXEC
              WHEN ATH-CHECK-INQUIRY-ONLY
                   SET WS-DECISION-MADE TO TRUE
                   SET ATH-GRANTED TO TRUE
              WHEN OTHER
                   SET WS-DECISION-MADE TO TRUE
                   SET ATH-GRANTED TO TRUE
                   PERFORM 1600-AUDIT-FIRECALL-USE
              END-EVALUATE
           END-IF.

       1600-AUDIT-FIRECALL-USE.
           MOVE FC-GRANTED-BY TO MA-BEFORE-IMAGE.
           MOVE FC-EXPIRES-TIMESTAMP TO MA-AFTER-IMAGE.

           INITIALIZE AUDIT-WRITE-COMMAREA.
           SET AW-MAINT-AUDIT TO TRUE.
           MOVE MAINT-AUDIT-RECORD TO AW-AUDIT-RECORD.

           EXEC CICS LINK
                PROGRAM(AC-AUDWRT-PROGRAM-NAME)
                COMMAREA(AUDIT-WRITE-COMMAREA)
                LENGTH(LENGTH OF AUDIT-WRITE-COMMAREA)
                END-EXEC.

           MOVE AW-RESPONSE TO WS-CICS-RESPONSE.

       2000-APPLY-ROLE-DEFAULT.
      *    NO ENTITLEMENT RECORD OR FIRECALL GRANT ON FILE - FALL BACK
      *    TO THE ROLE ACCESS TABLE.  NO ROW FOR THE ROLE MEANS DENY
           MOVE ATH-USER-TYPE TO RA-ROLE.
           MOVE ATH-TRANS-ID TO RA-TRANS-ID.

           EXEC CICS READ
                FILE(AC-ROLE-ACCESS-FILENAME)
                INTO (ROLE-ACCESS-RECORD)
                RIDFLD(RA-ACCESS-KEY)
                RESP(WS-CICS-RESPONSE)
                END-EXEC.

           IF WS-CICS-RESPONSE IS EQUAL TO DFHRESP(NORMAL)
              SET ATH-GRANTED TO TRUE
           ELSE
              SET ATH-DENIED TO TRUE
           END-IF.
