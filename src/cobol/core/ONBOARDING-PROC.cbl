      *              record layout:
      *                cols  1-8   bundle ID
      *                cols 10-14  member type (OPEN /CADD /LINK /
      *                            PARTY/FUND /ENTY /BOWN )
      *                cols 16+    the member's native record
      *              A BUSINESS account opens for a legal entity, and
      *              the entity's beneficial owners must be recorded
      *              with it: the bundle carries exactly one ENTY
      *              member (CUSTOMER-MAINT's entity profile row,
      *              certification date filled in) for an entity
      *              customer - already on the CIF as one, or added
      *              by the bundle's own CADD - that a LINK member
      *              ties to the new account, and BOWN members
      *              naming that entity, each owner an individual
      *              already on the CIF, at least one flagged as the
      *              controlling person. Customer-feed members
      *              dispatch in bundle order, so a bundle lists CADD
      *              ahead of the ENTY and BOWN rows that need it.
      *              The bundle validates as a unit BEFORE anything
      *              is written: a missing or malformed member, an
      *              account already on the master, a CADD customer
                   10 BM-BUNDLE        PIC X(08).
                   10 BM-TYPE          PIC X(05).
                   10 BM-PAYLOAD       PIC X(210).
                   10 BM-ON-CIF        PIC X(01).
           01 WS-MBR-COUNT          PIC 999 VALUE 0.

      *    --- One row per distinct bundle ---
                   10 WB-OPEN-COUNT    PIC 99.
                   10 WB-FUND-COUNT    PIC 99.
                   10 WB-CADD-COUNT    PIC 99.
                   10 WB-ENTY-COUNT    PIC 99.
                   10 WB-CONTROL-COUNT PIC 99.
                   10 WB-ACCOUNT       PIC X(10).
                   10 WB-CUSTOMER      PIC X(10).
                   10 WB-ACCT-EXISTS   PIC X(01).
                   10 WB-CUST-EXISTS   PIC X(01).
                   10 WB-CADD-TYPE     PIC X(01).
                   10 WB-BUSINESS      PIC X(01).
                   10 WB-ENTITY        PIC X(10).
                   10 WB-ENTITY-ON-CIF PIC X(01).
                   10 WB-ENTITY-LINKED PIC X(01).
                   10 WB-CERTIFIED     PIC X(01).
                   10 WB-STATUS        PIC X(03).
                       88 WB-CLEAN         VALUE "   ".
                   10 WB-REASON        PIC X(40).
                           TO BM-TYPE(WS-MBR-COUNT)
                       MOVE BUNDLE-IO(16:210)
                           TO BM-PAYLOAD(WS-MBR-COUNT)
                       MOVE "N" TO BM-ON-CIF(WS-MBR-COUNT)
                       PERFORM NOTE-BUNDLE-MEMBER
                   END-IF
               END-READ.
                   MOVE 0 TO WB-OPEN-COUNT(WS-BDL-COUNT)
                   MOVE 0 TO WB-FUND-COUNT(WS-BDL-COUNT)
                   MOVE 0 TO WB-CADD-COUNT(WS-BDL-COUNT)
                   MOVE 0 TO WB-ENTY-COUNT(WS-BDL-COUNT)
                   MOVE 0 TO WB-CONTROL-COUNT(WS-BDL-COUNT)
                   MOVE SPACES TO WB-CADD-TYPE(WS-BDL-COUNT)
                   MOVE "N" TO WB-BUSINESS(WS-BDL-COUNT)
                   MOVE SPACES TO WB-ENTITY(WS-BDL-COUNT)
                   MOVE "N" TO WB-ENTITY-ON-CIF(WS-BDL-COUNT)
                   MOVE "N" TO WB-ENTITY-LINKED(WS-BDL-COUNT)
                   MOVE "N" TO WB-CERTIFIED(WS-BDL-COUNT)
                   MOVE SPACES TO WB-ACCOUNT(WS-BDL-COUNT)
                   MOVE SPACES TO WB-CUSTOMER(WS-BDL-COUNT)
                   MOVE "N" TO WB-ACCT-EXISTS(WS-BDL-COUNT)
                           ADD 1 TO WB-OPEN-COUNT(WS-BDL-FOUND)
                           MOVE BM-PAYLOAD(WS-MBR-COUNT)(1:10)
                               TO WB-ACCOUNT(WS-BDL-FOUND)
                           IF BM-PAYLOAD(WS-MBR-COUNT)(43:10)
                               = "BUSINESS  "
                               MOVE "Y" TO WB-BUSINESS(WS-BDL-FOUND)
                           END-IF
                       WHEN "FUND "
                           ADD 1 TO WB-FUND-COUNT(WS-BDL-FOUND)
                       WHEN "CADD "
                           ADD 1 TO WB-CADD-COUNT(WS-BDL-FOUND)
                           MOVE BM-PAYLOAD(WS-MBR-COUNT)(5:10)
                               TO WB-CUSTOMER(WS-BDL-FOUND)
                           MOVE BM-PAYLOAD(WS-MBR-COUNT)(199:1)
                               TO WB-CADD-TYPE(WS-BDL-FOUND)
      *                ENTY: the profile image starts at 5, its
      *                certification date at 77
                       WHEN "ENTY "
                           ADD 1 TO WB-ENTY-COUNT(WS-BDL-FOUND)
                           MOVE BM-PAYLOAD(WS-MBR-COUNT)(5:10)
                               TO WB-ENTITY(WS-BDL-FOUND)
                           IF BM-PAYLOAD(WS-MBR-COUNT)(77:10)
                               NOT = SPACES
                               MOVE "Y" TO WB-CERTIFIED(WS-BDL-FOUND)
                           END-IF
      *                BOWN: the owner image starts at 5, the
      *                control-person flag at 30
                       WHEN "BOWN "
                           IF BM-PAYLOAD(WS-MBR-COUNT)(30:1) = "Y"
                               ADD 1 TO WB-CONTROL-COUNT(WS-BDL-FOUND)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                       AND WB-CUSTOMER(WS-BDL-IDX) NOT = SPACES
                           MOVE "Y" TO WB-CUST-EXISTS(WS-BDL-IDX)
                       END-IF
                       IF WB-ENTITY(WS-BDL-IDX) = CUSTOMER-IO(1:10)
                       AND WB-ENTITY(WS-BDL-IDX) NOT = SPACES
                       AND CUSTOMER-IO(195:1) = "E"
                       AND CUSTOMER-IO(192:1) NOT = "M"
                           MOVE "Y" TO WB-ENTITY-ON-CIF(WS-BDL-IDX)
                       END-IF
                   END-PERFORM
      *            A beneficial owner is a current individual
                   IF CUSTOMER-IO(195:1) NOT = "E"
                   AND CUSTOMER-IO(192:1) NOT = "M"
                       PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                           UNTIL WS-MBR-IDX > WS-MBR-COUNT
                           IF BM-TYPE(WS-MBR-IDX) = "BOWN "
                           AND BM-PAYLOAD(WS-MBR-IDX)(15:10)
                               = CUSTOMER-IO(1:10)
                               MOVE "Y" TO BM-ON-CIF(WS-MBR-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-READ.

           OPEN-REPORT.
      *    Any member failing rejects the whole bundle with the
      *    member-level reason - nothing half-applies.
           VALIDATE-BUNDLE.
               PERFORM CHECK-ENTITY-LINKED
               EVALUATE TRUE
                   WHEN WB-OPEN-COUNT(WS-BDL-IDX) NOT = 1
                       MOVE "B01" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "B06" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "CADD CUSTOMER ALREADY ON CIF"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN WB-BUSINESS(WS-BDL-IDX) = "Y"
                    AND WB-ENTY-COUNT(WS-BDL-IDX) NOT = 1
                       MOVE "B12" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "BUSINESS NEEDS ONE ENTITY PROFILE"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN WB-BUSINESS(WS-BDL-IDX) = "Y"
                    AND WB-ENTITY-ON-CIF(WS-BDL-IDX) = "N"
                    AND NOT (WB-CUSTOMER(WS-BDL-IDX)
                            = WB-ENTITY(WS-BDL-IDX)
                        AND WB-CADD-TYPE(WS-BDL-IDX) = "E")
                       MOVE "B13" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "PROFILE NAMES NO ENTITY CUSTOMER"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN WB-BUSINESS(WS-BDL-IDX) = "Y"
                    AND WB-ENTITY-LINKED(WS-BDL-IDX) = "N"
                       MOVE "B14" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "ENTITY NOT LINKED TO THE ACCOUNT"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN WB-BUSINESS(WS-BDL-IDX) = "Y"
                    AND WB-CERTIFIED(WS-BDL-IDX) = "N"
                       MOVE "B15" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "BENEFICIAL OWNERS NOT CERTIFIED"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN WB-BUSINESS(WS-BDL-IDX) = "Y"
                    AND WB-CONTROL-COUNT(WS-BDL-IDX) = 0
                       MOVE "B16" TO WB-STATUS(WS-BDL-IDX)
                       MOVE "BUSINESS NEEDS A CONTROL PERSON"
                           TO WB-REASON(WS-BDL-IDX)
                   WHEN OTHER
                       PERFORM VALIDATE-BUNDLE-MEMBERS
               END-EVALUATE.

           CHECK-ENTITY-LINKED.
               PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
                   IF BM-BUNDLE(WS-MBR-IDX) = WB-ID(WS-BDL-IDX)
                   AND BM-TYPE(WS-MBR-IDX) = "LINK "
                   AND BM-PAYLOAD(WS-MBR-IDX)(5:10)
                       = WB-ENTITY(WS-BDL-IDX)
                   AND WB-ENTITY(WS-BDL-IDX) NOT = SPACES
                       MOVE "Y" TO WB-ENTITY-LINKED(WS-BDL-IDX)
                   END-IF
               END-PERFORM.

           VALIDATE-BUNDLE-MEMBERS.
               PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
                       END-IF
                   WHEN "CADD "
                       CONTINUE
                   WHEN "ENTY "
                       IF BM-PAYLOAD(WS-MBR-IDX)(1:4) NOT = "ENTY"
                           MOVE "B17" TO WB-STATUS(WS-BDL-IDX)
                           MOVE "ENTITY PROFILE MALFORMED"
                               TO WB-REASON(WS-BDL-IDX)
                       END-IF
                   WHEN "BOWN "
                       IF BM-PAYLOAD(WS-MBR-IDX)(1:4) NOT = "BOWN"
                       OR BM-PAYLOAD(WS-MBR-IDX)(5:10)
                           NOT = WB-ENTITY(WS-BDL-IDX)
                       OR BM-ON-CIF(WS-MBR-IDX) = "N"
                           MOVE "B18" TO WB-STATUS(WS-BDL-IDX)
                           MOVE "OWNER NOT AN INDIVIDUAL OF ENTITY"
                               TO WB-REASON(WS-BDL-IDX)
                       END-IF
                   WHEN "LINK "
                       IF BM-PAYLOAD(WS-MBR-IDX)(15:10)
                           NOT = WB-ACCOUNT(WS-BDL-IDX)
                           TO CUST-MAINT-ROW
                       WRITE CUST-MAINT-ROW
                   WHEN "LINK "
                   WHEN "ENTY "
                   WHEN "BOWN "
                       PERFORM OPEN-CUST-MAINT-FEED
                       MOVE BM-PAYLOAD(WS-MBR-IDX)(1:210)
                           TO CUST-MAINT-ROW
