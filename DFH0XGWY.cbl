      *                     fill notifications as a "fills" array, so   *
      *                     the storefront can show "your backordered   *
      *                     item has arrived, 5 of 8 allocated"         *
      *        APPROVE    - the caller, as the charge department's      *
      *                     approver, approves the order "orderNo"      *
      *                     held over the department's approval limit   *
      *        REJECT     - the approver rejects that held order        *
      *        SOCREATE   - creates the caller's standing order         *
      *                     "standingId" for "chargeDept", raised       *
      *                     "frequency" W (weekly) or M (monthly) from  *
      *                     "firstDueDate" to "endDate" (CCYYMMDD),     *
      *                     with "lineCount"/"orderLines" as BASKET     *
      *        SOSUSPEND  - suspends the standing order "standingId"    *
      *        SORESUME   - resumes a suspended standing order          *
      *        SOEND      - ends the standing order for good            *
      *      Any other action, or JSON that fails to parse, is           *
      *      rejected with a "statusCode" of 90 without ever calling     *
      *      the catalog manager.                                        *
      *                                   ONLY SHAPE SO orderNo IS    *
      *                                   NEVER EMITTED WHERE IT      *
      *                                   DOES NOT APPLY              *
      *   $DA=          261015 CATMGR   : ADD APPROVE/REJECT ACTIONS  *
      *                                   DRIVING THE NEW APPORD      *
      *                                   REQUEST AS THE              *
      *                                   AUTHENTICATED USER; AN      *
      *                                   ORDER/BASKET HELD FOR       *
      *                                   APPROVAL RETURNS ITS        *
      *                                   orderNo WITH HTTP 202       *
      *   $DB=          261015 CATMGR   : ADD SOCREATE/SOSUSPEND/     *
      *                                   SORESUME/SOEND ACTIONS      *
      *                                   DRIVING THE NEW STDORD      *
      *                                   REQUEST FOR THE             *
      *                                   AUTHENTICATED USER'S OWN    *
      *                                   STANDING ORDERS             *
      *   $DC=          261015 CATMGR   : INQUIRE RESPONSE CARRIES    *
      *                                   THE ITEM'S STOCK BY         *
      *                                   STOREROOM AS A locations    *
      *                                   ARRAY FROM THE NEW INQSGL   *
      *                                   CA-SNGL-LOCATION ENTRIES    *
      *                                                                *
      *****************************************************************
       ENVIRONMENT DIVISION.
               88 GW-ACTION-BACKORDERS     VALUE 'BACKORDERS'.
               88 GW-ACTION-FILLS          VALUE 'FILLS'.
               88 GW-ACTION-BASKET         VALUE 'BASKET'.
               88 GW-ACTION-APPROVE        VALUE 'APPROVE'.
               88 GW-ACTION-REJECT         VALUE 'REJECT'.
               88 GW-ACTION-SO-CREATE      VALUE 'SOCREATE'.
               88 GW-ACTION-SO-SUSPEND     VALUE 'SOSUSPEND'.
               88 GW-ACTION-SO-RESUME      VALUE 'SORESUME'.
               88 GW-ACTION-SO-END         VALUE 'SOEND'.
           05 ITEM-REF                 PIC 9(4).
           05 USERID                   PIC X(8).
           05 CHARGE-DEPT              PIC X(8).
           05 LIST-START-REF           PIC 9(4).
           05 DEPARTMENT               PIC 9(3).
           05 ORDER-NO                 PIC 9(6).
           05 STANDING-ID              PIC 9(4).
           05 FREQUENCY                PIC X(1).
           05 FIRST-DUE-DATE           PIC X(8).
           05 END-DATE                 PIC X(8).
           05 LINE-COUNT               PIC 9(2).
      *    The line sub-fields carry a LINE- prefix so references
      *    to the plain ITEM-REF/QUANTITY request fields above stay
      *      WHICH REPORT THE ASSIGNED ORDER NUMBER                    *
      *                                                                *
      *    WS-GW-RESPONSE-STATUS - {"statusCode":..,"statusMessage":..}*
      *      USED FOR CANCEL/AMEND, APPROVE/REJECT AND FOR THE ERROR   *
      *      AND AUTHENTICATION-FAILURE RESPONSES - NONE HAS DETAIL TO *
      *      REPORT                                                    *
      *                                                                *
      *    WS-GW-RESPONSE-INQUIRE - {"statusCode":..,"statusMessage":..,*
      *      "itemRef":..,"description":..,"department":..,"cost":..,  *
      *      "inStock":..,"onOrder":..,"locationCount":..,"locations": *
      *      [{"location":..,"inStock":..,"inTransit":..},..]} - USED  *
      *      FOR AN INQUIRE RESPONSE; ONE LOCATIONS ENTRY PER          *
      *      STOREROOM HOLDING THE ITEM                                *
      *                                                                *
      *    NAMED BARE, SAME REASON AS WS-GW-REQUEST ABOVE; ITEM-REF/    *
      *    IN-STOCK/ON-ORDER DUPLICATE NAMES ALREADY USED ELSEWHERE IN  *
           05 COST                      PIC 9(5)V99.
           05 IN-STOCK                  PIC 9(4).
           05 ON-ORDER                  PIC 9(3).
           05 LOCATION-COUNT            PIC 9(2).
           05 LOCATIONS OCCURS 0 TO 10 TIMES
                    DEPENDING ON LOCATION-COUNT
                    OF WS-GW-RESPONSE-INQUIRE.
               10 STOREROOM             PIC X(4).
               10 LOC-IN-STOCK          PIC 9(4).
               10 LOC-IN-TRANSIT        PIC 9(4).

      *    WS-GW-RESPONSE-LIST - {"statusCode":..,"statusMessage":..,
      *      "lastItemRef":..,"itemCount":..,"items":[{"itemRef":..,
           INITIALIZE WS-GW-RESPONSE-ORDER
           INITIALIZE WS-GW-RESPONSE-STATUS
           INITIALIZE WS-GW-RESPONSE-INQUIRE
           MOVE 0 TO LOCATION-COUNT OF WS-GW-RESPONSE-INQUIRE
           MOVE 0 TO ITEM-COUNT OF WS-GW-RESPONSE-LIST
           MOVE 0 TO ENTRY-COUNT OF WS-GW-RESPONSE-BACKORDER
           MOVE 0 TO FILL-COUNT OF WS-GW-RESPONSE-FILLS
                       TO CA-ITEM-REF-NUMBER
                   MOVE QUANTITY IN WS-GW-REQUEST TO CA-QUANTITY-REQ
                   MOVE 'A' TO CA-ORDER-ACTION-CD
               WHEN GW-ACTION-APPROVE OR GW-ACTION-REJECT
                   MOVE 'APPORD' TO CA-REQUEST-ID
                   PERFORM 2600-CHECK-BODY-USERID
                       THRU 2600-CHECK-BODY-USERID-EXIT
                   MOVE WS-AUTH-USERID TO CA-APR-USERID
                   MOVE ORDER-NO IN WS-GW-REQUEST TO CA-APR-ORDER-NO
                   IF GW-ACTION-APPROVE
                       MOVE 'A' TO CA-APR-ACTION-CD
                   ELSE
                       MOVE 'R' TO CA-APR-ACTION-CD
                   END-IF
               WHEN GW-ACTION-SO-CREATE OR GW-ACTION-SO-SUSPEND
                 OR GW-ACTION-SO-RESUME OR GW-ACTION-SO-END
                   MOVE 'STDORD' TO CA-REQUEST-ID
                   PERFORM 2600-CHECK-BODY-USERID
                       THRU 2600-CHECK-BODY-USERID-EXIT
                   MOVE WS-AUTH-USERID TO CA-STO-USERID
                   MOVE STANDING-ID IN WS-GW-REQUEST TO CA-STO-SO-ID
                   EVALUATE TRUE
                       WHEN GW-ACTION-SO-CREATE
                           MOVE 'C' TO CA-STO-ACTION-CD
                       WHEN GW-ACTION-SO-SUSPEND
                           MOVE 'S' TO CA-STO-ACTION-CD
                       WHEN GW-ACTION-SO-RESUME
                           MOVE 'R' TO CA-STO-ACTION-CD
                       WHEN OTHER
                           MOVE 'E' TO CA-STO-ACTION-CD
                   END-EVALUATE
                   IF GW-ACTION-SO-CREATE
                       MOVE CHARGE-DEPT IN WS-GW-REQUEST
                           TO CA-STO-CHARGE-DEPT
                       MOVE FREQUENCY IN WS-GW-REQUEST
                           TO CA-STO-FREQUENCY
                       MOVE FIRST-DUE-DATE IN WS-GW-REQUEST
                           TO CA-STO-FIRST-DUE-DATE
                       MOVE END-DATE IN WS-GW-REQUEST
                           TO CA-STO-END-DATE
                       MOVE LINE-COUNT IN WS-GW-REQUEST
                           TO CA-STO-LINE-COUNT
                       PERFORM 3110-COPY-ONE-STANDING-LINE
                           THRU 3110-COPY-ONE-STANDING-LINE-EXIT
                           VARYING WS-ENTRY-SUB FROM 1 BY 1
                           UNTIL WS-ENTRY-SUB > 10
                   END-IF
               WHEN GW-ACTION-BACKORDERS
                   MOVE 'INQBKO' TO CA-REQUEST-ID
                   MOVE ITEM-REF IN WS-GW-REQUEST
       3100-COPY-ONE-BASKET-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    3110-COPY-ONE-STANDING-LINE - COPY ONE LINE OF A NEW        *
      *    STANDING ORDER FROM THE PARSED JSON REQUEST INTO THE        *
      *    STANDING ORDER COMMAREA, AS 3100 DOES FOR A BASKET          *
      *****************************************************************
       3110-COPY-ONE-STANDING-LINE.
           MOVE LINE-ITEM-REF(WS-ENTRY-SUB)
               TO CA-STO-ITEM-REF(WS-ENTRY-SUB)
           MOVE LINE-QUANTITY(WS-ENTRY-SUB)
               TO CA-STO-QUANTITY(WS-ENTRY-SUB)
           .
       3110-COPY-ONE-STANDING-LINE-EXIT.
           EXIT.

      *****************************************************************
      *    4000-CALL-CATALOG-MANAGER - LINK TO THE CATALOG MANAGER    *
      *    WITH THE COMMAREA BUILT ABOVE                              *
      *****************************************************************
      *    5010-BUILD-INQUIRE-RESPONSE - JSON RESPONSE TO AN INQUIRE, *
      *    STATUS PLUS THE ITEM DETAIL RETURNED BY THE CATALOG MANAGER*
      *    AND ITS STOCK IN EACH STOREROOM                             *
      *****************************************************************
       5010-BUILD-INQUIRE-RESPONSE.
           MOVE CA-RETURN-CODE TO STATUS-CODE IN WS-GW-RESPONSE-INQUIRE
           MOVE IN-SNGL-STOCK TO IN-STOCK OF WS-GW-RESPONSE-INQUIRE
           MOVE ON-SNGL-ORDER TO ON-ORDER OF WS-GW-RESPONSE-INQUIRE

      *    A failed inquiry never filled the storeroom entries
           IF CA-NORMAL
               MOVE CA-SNGL-LOC-COUNT
                   TO LOCATION-COUNT OF WS-GW-RESPONSE-INQUIRE
           ELSE
               MOVE 0 TO LOCATION-COUNT OF WS-GW-RESPONSE-INQUIRE
           END-IF

           PERFORM 5011-FILL-ONE-LOCATION
               THRU 5011-FILL-ONE-LOCATION-EXIT
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB >
                     LOCATION-COUNT OF WS-GW-RESPONSE-INQUIRE

           JSON GENERATE WS-JSON-OUT FROM WS-GW-RESPONSE-INQUIRE
                COUNT IN WS-JSON-OUT-LEN
                NAME OF STATUS-CODE IN WS-GW-RESPONSE-INQUIRE
                             IS "inStock"
                         ON-ORDER IN WS-GW-RESPONSE-INQUIRE
                             IS "onOrder"
                         LOCATION-COUNT IN WS-GW-RESPONSE-INQUIRE
                             IS "locationCount"
                         LOCATIONS IN WS-GW-RESPONSE-INQUIRE
                             IS "locations"
                         STOREROOM OF LOCATIONS IS "location"
                         LOC-IN-STOCK OF LOCATIONS IS "inStock"
                         LOC-IN-TRANSIT OF LOCATIONS IS "inTransit"
           .
       5010-BUILD-INQUIRE-RESPONSE-EXIT.
           EXIT.

      *****************************************************************
      *    5011-FILL-ONE-LOCATION - COPY ONE STOREROOM'S STOCK FROM    *
      *    THE COMMAREA INTO THE RESPONSE ARRAY                        *
      *****************************************************************
       5011-FILL-ONE-LOCATION.
           MOVE CA-SNGL-LOC-CODE(WS-ENTRY-SUB)
               TO STOREROOM OF LOCATIONS (WS-ENTRY-SUB)
           MOVE CA-SNGL-LOC-IN-STOCK(WS-ENTRY-SUB)
               TO LOC-IN-STOCK OF LOCATIONS (WS-ENTRY-SUB)
           MOVE CA-SNGL-LOC-IN-TRANSIT(WS-ENTRY-SUB)
               TO LOC-IN-TRANSIT OF LOCATIONS (WS-ENTRY-SUB)
           .
       5011-FILL-ONE-LOCATION-EXIT.
           EXIT.

      *****************************************************************
      *    5020-BUILD-ORDER-RESPONSE - JSON RESPONSE TO AN ORDER OR   *
      *    BASKET - STATUS PLUS THE ASSIGNED ORDER NUMBER              *
      *    A rejected order never had a number assigned - the
      *    commarea field is still the spaces 3000 set - so the
      *    response reports zero rather than generating from an
      *    unset zoned field.  An order held for approval has its
      *    number, which the approver will need
           IF NOT CA-NORMAL AND NOT CA-ORDER-PENDING
               MOVE 0 TO ORDER-NO IN WS-GW-RESPONSE-ORDER
           ELSE
               IF GW-ACTION-BASKET
           EXIT.

      *****************************************************************
      *    5025-BUILD-STATUS-RESPONSE - JSON RESPONSE TO A CANCEL,    *
      *    AMEND, APPROVE, REJECT OR STANDING ORDER ACTION - STATUS    *
      *    ONLY, THERE IS NO DETAIL TO REPORT                          *
      *****************************************************************
       5025-BUILD-STATUS-RESPONSE.
           MOVE CA-RETURN-CODE TO STATUS-CODE IN WS-GW-RESPONSE-STATUS
               WHEN CA-EOF
                   MOVE 200 TO WS-HTTP-STATUS
                   MOVE 'OK' TO WS-HTTP-STATUS-TEXT
               WHEN CA-ORDER-PENDING
                   MOVE 202 TO WS-HTTP-STATUS
                   MOVE 'ACCEPTED' TO WS-HTTP-STATUS-TEXT
               WHEN CA-ITEM-NOT-FOUND
               WHEN CA-ORDER-NOT-FOUND
               WHEN CA-PENDING-NOT-FOUND
               WHEN CA-STANDING-NOT-FOUND
               WHEN CA-NO-BACKORDERS
               WHEN CA-NO-HISTORY
               WHEN CA-NO-FILLS
                   MOVE 404 TO WS-HTTP-STATUS
                   MOVE 'NOT FOUND' TO WS-HTTP-STATUS-TEXT
               WHEN CA-NOT-ORDER-OWNER
               WHEN CA-NOT-AUTHORIZED
               WHEN CA-DUTIES-NOT-SEPARATED
                   MOVE 403 TO WS-HTTP-STATUS
                   MOVE 'FORBIDDEN' TO WS-HTTP-STATUS-TEXT
               WHEN CA-USER-NOT-FOUND
