  COPY SAVEREC.

  FD BACKUP-FILE.
  01 BACKUP-RECORD PIC X(133).

  WORKING-STORAGE SECTION.
  01 SAVE-FILE-STATUS   PIC XX.
    05 FILLER           PIC X(4) VALUE "SAVE".
    05 BFN-SLOT         PIC 9.
    05 FILLER           PIC X(3) VALUE "BAK".
  01 SAVE-LAYOUT-VERSION PIC 9(2) VALUE 8.
  01 SLOT-NO            PIC 9.
  01 SLOT-I             PIC 9.
  01 SLOT-OCCUPIED      PIC 9.
  01 LK-WEAPON-DUR   PIC 9(3).
  01 LK-ARMOR-DUR    PIC 9(3).
  COPY BATCHREQ.
  COPY EQUIPSLOT.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-LOAN-BAL
      LK-WEAPON-DUR
      LK-ARMOR-DUR
      LK-BATCH
      LK-EQUIP.

    DISPLAY "------ セーブ ------"

      MOVE LK-DEPOSIT-BAL TO SV-DEPOSIT-BAL
      MOVE LK-LOAN-BAL    TO SV-LOAN-BAL
      MOVE LK-WEAPON-DUR  TO SV-WEAPON-DUR
      MOVE LK-ARMOR-DUR   TO SV-ARMOR-DUR
      MOVE EQ-PROD-IX     TO SV-EQUIP-PROD
      MOVE EQ-METAL       TO SV-EQUIP-METAL
      MOVE EQ-DUR         TO SV-EQUIP-DUR.

    *> ==============================
    *>  チェックサムの計算
      ADD SV-DEPOSIT-BAL TO CHECKSUM-WORK
      ADD SV-LOAN-BAL    TO CHECKSUM-WORK
      ADD SV-WEAPON-DUR  TO CHECKSUM-WORK
      ADD SV-ARMOR-DUR   TO CHECKSUM-WORK
      ADD SV-EQUIP-PROD  TO CHECKSUM-WORK
      ADD SV-EQUIP-METAL TO CHECKSUM-WORK
      ADD SV-EQUIP-DUR   TO CHECKSUM-WORK.
