      SELECT COMBAT-LOG-FILE ASSIGN TO "COMBATLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBAT-LOG-STATUS.
      SELECT LOSS-LOG-FILE ASSIGN TO "LOSSLOG"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS LOSS-LOG-STATUS.

  DATA DIVISION.

  FD COMBAT-LOG-FILE.
  COPY COMBATREC.

  FD LOSS-LOG-FILE.
  COPY LOSSREC.

  WORKING-STORAGE SECTION.
  01 COMBAT-LOG-STATUS  PIC XX.
  01 LOSS-LOG-STATUS    PIC XX.
  01 WIPEOUT-LOSS       PIC 9(7).
  01 ENCOUNTER-MONSTER.
      05 EM-MONSTER-NAME   PIC X(30).
      05 EM-MONSTER-HP     PIC S9(4).
  01 LK-PLAYER-EXP PIC 9(6).
  01 LK-PLAYER-LEVEL PIC 9(2).
  01 LK-RESULT     PIC 9.
  COPY EQUIPSLOT.

  PROCEDURE DIVISION USING
      LK-PLAYER-HP
      LK-PLAYER-MAX-HP
      LK-PLAYER-EXP
      LK-PLAYER-LEVEL
      LK-RESULT
      LK-EQUIP.

    DISPLAY "====== 冒険に出発する ======"
    IF EQ-PROD-IX > 0
      DISPLAY "装備した剣を持って出発（耐久：" EQ-DUR "／100）"
    END-IF

    MOVE 1 TO EXPEDITION-DEPTH
    MOVE 0 TO EXPEDITION-DONE
          LK-PLAYER-LEVEL
          EXPEDITION-DEPTH
          EXPEDITION-HAUL
          LK-EQUIP

      EVALUATE LK-RESULT
        WHEN 1
        WHEN 2
          DISPLAY "パーティは全滅した……"
          DISPLAY "持ち帰り候補の戦利品はすべて失われた"
          PERFORM WRITE-WIPEOUT-LOSS
          MOVE 1 TO EXPEDITION-DONE
        WHEN 3
          DISPLAY "モンスターから逃げ切った"
      WRITE COMBAT-LOG-RECORD
      CLOSE COMBAT-LOG-FILE.

    *> ==============================
    *>  全滅の損害記録
    *>  失った持ち帰り候補（現金＋鉱石を今日の鉱石単価で評価）を
    *>  LOSSLOG に追記し、保険金の請求は日替わりに INSURANCE が行う
    *> ==============================
    WRITE-WIPEOUT-LOSS.
      MOVE HAUL-MONEY TO WIPEOUT-LOSS
      PERFORM VARYING I FROM 1 UNTIL I > 3
        COMPUTE WIPEOUT-LOSS =
            WIPEOUT-LOSS + HAUL-ORE(I) * MT-ORE-PRICE(I)
      END-PERFORM
      IF WIPEOUT-LOSS = 0
        EXIT PARAGRAPH
      END-IF

      MOVE LK-GAME-DAY       TO LE-GAME-DAY
      MOVE 2                 TO LE-TYPE
      MOVE EXPEDITION-DEPTH  TO LE-REF-ID
      MOVE WIPEOUT-LOSS      TO LE-LOSS-AMOUNT
      MOVE 0                 TO LE-STATUS
      MOVE 0                 TO LE-POLICY-ID
      MOVE 0                 TO LE-PAID-AMOUNT
      MOVE 0                 TO LE-CLAIM-DAY

      OPEN EXTEND LOSS-LOG-FILE
      IF LOSS-LOG-STATUS NOT = "00"
        OPEN OUTPUT LOSS-LOG-FILE
      END-IF
      WRITE LOSS-EVENT-RECORD
      CLOSE LOSS-LOG-FILE.

    *> ==============================
    *>  遠征のまとめ
    *> ==============================
