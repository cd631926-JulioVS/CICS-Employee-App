       IDENTIFICATION DIVISION.
       PROGRAM-ID. EAUTHWB.
      ******************************************************************
      *   CICS PLURALSIGHT 'EMPLOYE APP'
      *      - JSON/WEB FRONT DOOR FOR THE AUTHORIZATION SERVICE
      *        LINKED TO BY CICS WEB SUPPORT (A URIMAP BOUND TO THIS
      *        PROGRAM/TRANSACTION, THE SAME WAY ESONWEB IS EXPOSED)
      *        FOR APPLICATIONS THAT CANNOT LINK TO EAUTHSV DIRECTLY.
      *        TAKES THE SAME REQUEST PAYLOAD THROUGH THE
      *        AUTHWBCONTAINER CHANNEL/CONTAINER, MARKS IT AS A WEB
      *        REQUEST, HANDS IT TO EAUTHSV AND RETURNS EAUTHSV'S
      *        ANSWER UNCHANGED - THE CHECKS AND THE DECISION TRAIL
      *        ARE EAUTHSV'S ALONE, SO BOTH WAYS IN GIVE THE SAME
      *        ANSWER.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY EAUTHSV.
       COPY ECONST.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
      *
           PERFORM 1000-RECEIVE-REQUEST.
           PERFORM 2000-CALL-AUTH-SERVICE.
           PERFORM 9000-RETURN-RESPONSE.

           EXEC CICS RETURN
                END-EXEC.

       SUB-ROUTINE SECTION.
      *
       1000-RECEIVE-REQUEST.
      *    PULL THE REQUEST PAYLOAD OFF THE WEB CHANNEL
           EXEC CICS GET
                CONTAINER(AC-AUTHWB-CONTAINER-NAME)
                CHANNEL(AC-AUTHWB-CHANNEL-NAME)
                INTO (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.

           SET ASV-SOURCE-WEB TO TRUE.

       2000-CALL-AUTH-SERVICE.
      *    PASS THE REQUEST TO EAUTHSV ON ITS OWN CHANNEL AND TAKE
      *    ITS ANSWER BACK
           EXEC CICS PUT
                CONTAINER(AC-AUTHSV-CONTAINER-NAME)
                CHANNEL(AC-AUTHSV-CHANNEL-NAME)
                FROM (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.

           EXEC CICS LINK
                PROGRAM(AC-AUTHSV-PROGRAM-NAME)
                CHANNEL(AC-AUTHSV-CHANNEL-NAME)
                END-EXEC.

           EXEC CICS GET
                CONTAINER(AC-AUTHSV-CONTAINER-NAME)
                CHANNEL(AC-AUTHSV-CHANNEL-NAME)
                INTO (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.

       9000-RETURN-RESPONSE.
      *    HAND THE ANSWER BACK OUT ON THE WEB CHANNEL SO CICS WEB
      *    SUPPORT CAN CONVERT IT BACK INTO THE JSON RESPONSE
           EXEC CICS PUT
                CONTAINER(AC-AUTHWB-CONTAINER-NAME)
                CHANNEL(AC-AUTHWB-CHANNEL-NAME)
                FROM (AUTH-SERVICE-CONTAINER)
                FLENGTH(LENGTH OF AUTH-SERVICE-CONTAINER)
                END-EXEC.
