  COPY SAVEREC.

  FD BACKUP-FILE.
  01 BACKUP-RECORD PIC X(133).

  WORKING-STORAGE SECTION.
  *> ==============================
  *>   版数4：＋アイテム在庫（7枠）
  *>   版数5：＋完成品在庫（4枠）
  *>   版数6：＋預金・借入残高
  *>   版数7：＋武器・防具の耐久
  *>   版数8：＋装備中の剣（現行）
  *> ==============================
  01 SAVE-FILE-STATUS   PIC XX.
  01 BACKUP-FILE-STATUS PIC XX.
    05 FILLER           PIC X(4) VALUE "SAVE".
    05 BFN-SLOT         PIC 9.
    05 FILLER           PIC X(3) VALUE "BAK".
  01 SAVE-LAYOUT-VERSION PIC 9(2) VALUE 8.
  01 CONV-COMMAND       PIC 9.
  01 SLOT-NO            PIC 9.
  01 SLOT-I             PIC 9.
    05 HDR-LAYOUT-VERSION PIC 9(2).
    05 HDR-CHECKSUM       PIC 9(9).

  01 BODY-BUFFER        PIC X(133).

  PROCEDURE DIVISION.

      IF HDR-LAYOUT-VERSION < 7
        MOVE 100 TO SV-WEAPON-DUR
        MOVE 100 TO SV-ARMOR-DUR
      END-IF
      IF HDR-LAYOUT-VERSION < 8
        MOVE 0 TO SV-EQUIP-PROD
        MOVE 0 TO SV-EQUIP-METAL
        MOVE 0 TO SV-EQUIP-DUR
      END-IF.

    *> ==============================
      IF CHECK-VERSION >= 7
        ADD SV-WEAPON-DUR TO CHECKSUM-WORK
        ADD SV-ARMOR-DUR  TO CHECKSUM-WORK
      END-IF
      IF CHECK-VERSION >= 8
        ADD SV-EQUIP-PROD  TO CHECKSUM-WORK
        ADD SV-EQUIP-METAL TO CHECKSUM-WORK
        ADD SV-EQUIP-DUR   TO CHECKSUM-WORK
      END-IF.
