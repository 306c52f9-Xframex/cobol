      *                    admission in AL-REF-TRANS-ID, zero price)
      *   C complimentary admission (zero price, AL-AUTH-CODE holds
      *                    the authorization, AL-REASON-CODE the why)
      *   T event ticket sold (event price, AL-REASON-CODE EVENT)
      *   S event ticket scanned in at the event gate (zero price,
      *                    AL-REF-TRANS-ID holds the T entry)
      * AL-TIER holds the pricing-calendar tier in force when the
      * entry was priced (BASE when no calendar row applies).
      * AL-TENDER: CA cash, CD card, GC gift card (full cover),
      * LP loyalty points (full cover),
      * PP prepaid advance ticket, FX foreign notes, NO comp,
      * spaces on non-sale entries.  When AL-TENDER is FX,
      * AL-CURRENCY holds the currency code and AL-TENDERED the
