  01 SAVE-FILE-NAME.
    05 FILLER         PIC X(4) VALUE "SAVE".
    05 SFN-SLOT       PIC 9.
  01 SAVE-LAYOUT-VERSION PIC 9(2) VALUE 8.
  01 SLOT-NO          PIC 9.
  01 SLOT-I           PIC 9.
  01 HEADER-SAVE.
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

    DISPLAY "------ ロード ------"

    MOVE SV-LOAN-BAL    TO LK-LOAN-BAL
    MOVE SV-WEAPON-DUR  TO LK-WEAPON-DUR
    MOVE SV-ARMOR-DUR   TO LK-ARMOR-DUR
    MOVE SV-EQUIP-PROD  TO EQ-PROD-IX
    MOVE SV-EQUIP-METAL TO EQ-METAL
    MOVE SV-EQUIP-DUR   TO EQ-DUR

    CLOSE SAVE-FILE

      ADD SV-DEPOSIT-BAL TO CHECKSUM-WORK
      ADD SV-LOAN-BAL    TO CHECKSUM-WORK
      ADD SV-WEAPON-DUR  TO CHECKSUM-WORK
      ADD SV-ARMOR-DUR   TO CHECKSUM-WORK
      ADD SV-EQUIP-PROD  TO CHECKSUM-WORK
      ADD SV-EQUIP-METAL TO CHECKSUM-WORK
      ADD SV-EQUIP-DUR   TO CHECKSUM-WORK.
