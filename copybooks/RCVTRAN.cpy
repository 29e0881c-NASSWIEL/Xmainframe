      *================================================================*
      * RCVTRAN - shared record layout for the goods-receipt
      * transactions. COPY this member under the receipt file's
      * FD. BATCHJCL routes inbound receipts onto INVTRANS, which
      * the job stream hands to INVNTORY's RECV run as RECVIN.
      *================================================================*
       01  RECEIPT-TRANS-RECORD.
           05 RCV-ITEM-ID         PIC X(10).
           05 RCV-QTY-RECEIVED    PIC S9(7).
      *--- Unit cost actually paid on this receipt; zeros means a
      *--- legacy feed with no cost, and the book cost stands.
           05 RCV-UNIT-COST       PIC S9(5)V99.
      *--- Lot fields for the lot-controlled categories; spaces
      *--- means an unlotted receipt.
           05 RCV-LOT-NUMBER      PIC X(10).
           05 RCV-EXPIRY-DATE     PIC 9(8).
      *--- Unit the quantity and cost are stated in; spaces means
      *--- the item's stocking unit.
           05 RCV-UOM             PIC X(3).
