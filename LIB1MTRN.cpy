      *            on the location file.
      *            MOV-CODE: 'R' = RECEIPT (adds MOV-QTY to on-hand),
      *                      'I' = ISSUE (subtracts MOV-QTY),
      *                      'J' = ADJUSTMENT (applies signed MOV-QTY),
      *                      'T' = TRANSFER SHIPMENT (moves MOV-QTY
      *                            out of MOV-WHS into transit for
      *                            MOV-TO-WHS),
      *                      'U' = TRANSFER RECEIPT (confirms MOV-QTY
      *                            of transfer MOV-REF arrived at
      *                            MOV-WHS),
      *                      'B' = KIT BUILD (builds MOV-QTY of kit
      *                            MOV-KEY at MOV-WHS from the
      *                            components on its bill of
      *                            materials, LIB1BREC),
      *                      'D' = KIT DISASSEMBLY (takes MOV-QTY of
      *                            kit MOV-KEY apart at MOV-WHS,
      *                            returning its components).
      *            MOV-QTY carries a leading separate sign (+/-);
      *            receipts and issues use its magnitude, adjustments
      *            use it as signed.
      *            MOV-COST is the unit cost of an 'R' receipt, used
      *            to maintain the master's moving-average LIB1M-COST
      *            as stock arrives; spaces or zero means the receipt
      *            was not costed and the average stands. A 'B' build
      *            is costed from its components, so MOV-COST is not
      *            used there.
      *            MOV-TO-WHS is the destination warehouse of a 'T'
      *            transfer and is blank on every other code. A
      *            transfer never changes the master total, and both
      *            of its legs carry the same transfer reference in
      *            MOV-REF.
      *            MOV-LOT and MOV-EXPIRY are the lot number and
      *            YYYYMMDD expiry date of shelf-life controlled
      *            stock (LIB1EREC). An 'R' receipt that names a lot
      *            creates it or adds to it - MOV-EXPIRY may be spaces
      *            for a lot that does not expire. An 'I' issue or
      *            'J' adjustment may name the lot to draw on; left
      *            blank, the issue takes the earliest-expiring lots
      *            first. A 'T' transfer names the lot it moves; the
      *            'U' receipt takes its lot from the shipment. Both
      *            are spaces on stock that is not lot controlled.
      *            On a 'B' build MOV-LOT and MOV-EXPIRY name the lot
      *            the kits are received into and on a 'D'
      *            disassembly the kit lot taken apart; the
      *            components are drawn earliest-expiry first and
      *            come back as stock without a lot. Every leg of a
      *            build or disassembly carries its MOV-REF.
      *-----------------------------------------------------------------
       01  LIB1-MOV-RECORD.
           05  MOV-CODE                 PIC X(01).
           05  MOV-REF                  PIC X(08).
           05  MOV-WHS                  PIC X(03).
           05  MOV-COST                 PIC 9(05)V99.
           05  MOV-TO-WHS               PIC X(03).
           05  MOV-LOT                  PIC X(10).
           05  MOV-EXPIRY               PIC X(08).
