       PROGRAM-ID. SIGNON.

      *    Shared operator sign-on for the interactive programs
      *    (CALC's menu, RATEMNT, REJFIX, ITEMINQ, HOLDREL and the
      *    AUDINQ modes).
      *    Prompts for a user id and checks it against OPERAUTH.DAT
      *    for the function the caller named in the CALCSGN request
      *    area. The validated id is returned so the caller can stamp
                   MOVE OP-RATEMNT-AUTH TO WS-AUTH-FLAG
               WHEN SG-FUNC-PURGE
                   MOVE OP-PURGE-AUTH TO WS-AUTH-FLAG
               WHEN SG-FUNC-APPROVE
                   MOVE OP-APPROVE-AUTH TO WS-AUTH-FLAG
               WHEN OTHER
                   MOVE "N" TO WS-AUTH-FLAG
           END-EVALUATE.
