      *==============================================================
      * Receiver acknowledgment record (SECACK), returned by the
      * downstream receiver for each SECOUT batch it takes in.  One
      * 'BA' batch acknowledgment carries the HD date and the
      * record count the receiver counted off our header; one 'DA'
      * detail acknowledgment per BC record carries its TRAN-KEY
      * and the receiver's disposition - 'A' accepted, 'R' refused
      * with the receiver's own reason text.  ACKMATCH matches the
      * file back against the SECOUT header, details and trailer
      * and reports records sent but never acknowledged, records
      * refused, and acknowledgments for keys never sent.
      * AK-ACK-DATE is the date the receiver produced the file.
      *==============================================================
       01  SECURE-ACK-RECORD.
           05  AK-REC-TYPE         PIC X(02).
               88  AK-BATCH-ACK                VALUE 'BA'.
               88  AK-DETAIL-ACK               VALUE 'DA'.
           05  AK-TRAN-KEY         PIC 9(08).
           05  AK-HD-DATE          PIC X(08).
           05  AK-COUNT            PIC 9(08).
           05  AK-DISPOSITION      PIC X(01).
               88  AK-ACCEPTED                 VALUE 'A'.
               88  AK-REFUSED                  VALUE 'R'.
           05  AK-REASON           PIC X(30).
           05  AK-ACK-DATE         PIC X(08).
