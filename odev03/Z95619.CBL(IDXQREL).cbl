       COPY QRNREC.
      *
      *QRL-REC mirrors IDXMNT's TRAN-REC field-for-field so QRLFILE
      *can be fed to IDXMNT as its TRANFILE without conversion. The
      *maker on a release is this program, so a release big enough
      *to need approval waits for a person to give it.
       FD  RELEASE-FILE RECORDING MODE F.
       01  QRL-REC.
           03 QRLREC-CODE          PIC X(01).
           03 QRLREC-BDAY          PIC 9(07).
           03 QRLREC-BALANCE       PIC 9(15).
           03 QRLREC-STATUS        PIC X(01).
           03 QRLREC-MAKER         PIC X(08).
      *--------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-WORKSHOP.
           IF (QRN-BDAY IS NOT NUMERIC) OR
              (QRN-BALANCE IS NOT NUMERIC) OR
              ((QRN-STATUS NOT = 'A') AND (QRN-STATUS NOT = 'F')
               AND (QRN-STATUS NOT = 'C') AND (QRN-STATUS NOT = 'D'))
              ADD 1 TO WS-REFUSED-COUNT
              DISPLAY 'STILL DIRTY - NOT RELEASED: ' QCTL-ID '/'
                 QCTL-CURRENCY
           MOVE QRN-BDAY       TO QRLREC-BDAY.
           MOVE QRN-BALANCE    TO QRLREC-BALANCE.
           MOVE QRN-STATUS     TO QRLREC-STATUS.
           MOVE 'IDXQREL '     TO QRLREC-MAKER.
           WRITE QRL-REC.
           DELETE QUARANTINE-FILE
              INVALID KEY
