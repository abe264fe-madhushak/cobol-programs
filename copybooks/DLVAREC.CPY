      ******************************************************************
      * DLVAREC.CPY
      * Delivery acknowledgment record, one per outbound file a
      * business unit has loaded, returned to the DLVACKS drop file.
      * The unit echoes the job-name and run date of the file it
      * received with the record count and prime total it actually
      * loaded, and the date it loaded them, so PRMDACK can match it
      * to the manifest and tell a short load from a clean one.
      ******************************************************************
       01  DA-RECORD.
           05 DA-JOB-NAME        PIC X(10).
           05 DA-RUN-DATE        PIC 9(08).
           05 DA-RECORD-COUNT    PIC 9(09).
           05 DA-PRIME-TOTAL     PIC 9(09).
           05 DA-ACK-DATE        PIC 9(08).
