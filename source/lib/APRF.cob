      *    here instead of on the master, and only APR100's second
      *    operator puts them live.  APR-KEYD carries the target
      *    key digits left-justified (supplier+item+size for kind
      *    1, customer+sub for kind 2, item for kind 3).  kind 4 is
      *    a PON100 order line held over its open-to-buy: PO number
      *    + line, the line cost as new and the open-to-buy left as
      *    old value; approval releases the line, rejection cancels.
      *    kind 5 is a QTE100 won quotation price for THTC:
      *    customer+item+size, the quoted price as new and the THTC
      *    price it replaces (zero when there was none) as old.
      *    kind 6 is a CPX100 capital expenditure request: request
      *    number, the estimate as new and what its budget line had
      *    left when it was raised as old value; approval approves
      *    the request at that estimate, rejection rejects it.
      *    APR-STAT: 0 = pending, 1 = approved/applied, 9 =
      *    rejected.
       01  APR-REC.
