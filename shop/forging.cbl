  01 REPAIR-CHOICE  PIC 9.
  COPY FORGECOST.

  *> ------ 剣の装備 ------
  01 SELLABLE-QTY   PIC 9(3).
  01 EQUIP-BONUS    PIC 9(3).

  LINKAGE SECTION.
  01 LK-MONEY        PIC 9(6).
  01 LK-INGOT.
  COPY PRODTABLE.
  COPY METALTABLE.
  01 LK-FORGE-ACTION PIC 9.
  COPY EQUIPSLOT.

  PROCEDURE DIVISION USING
      LK-MONEY
      LK-ARMOR-DUR
      LK-PRODUCT-TABLE
      LK-METAL-TABLE
      LK-FORGE-ACTION
      LK-EQUIP.

    MOVE 0 TO LK-FORGE-ACTION
    MOVE 0 TO FORGING-COMMAND
        LK-WEAPON-DUR "／100）"
      DISPLAY "5：防具を修理する（耐久："
        LK-ARMOR-DUR "／100）"
      IF EQ-PROD-IX = 0
        DISPLAY "6：剣を装備する（装備：なし）"
      ELSE
        DISPLAY "6：剣を装備する（装備："
          FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
          " 耐久：" EQ-DUR "／100）"
      END-IF
      DISPLAY "7：装備を外す"
      DISPLAY "9：戻る"
      ACCEPT FORGING-COMMAND

          PERFORM REPAIR-WEAPON
        WHEN 5
          PERFORM REPAIR-ARMOR
        WHEN 6
          PERFORM EQUIP-SWORD
        WHEN 7
          PERFORM UNEQUIP-SWORD
        WHEN 9
          CONTINUE
        WHEN OTHER
        EXIT PARAGRAPH
      END-IF

      *> 装備中の1本は売れない（外してから売る）
      IF PROD-IX = EQ-PROD-IX
        COMPUTE SELLABLE-QTY = LK-GOODS-STOCK(PROD-IX) - 1
        IF SELL-QTY > SELLABLE-QTY
          DISPLAY "装備中の1本は売れません（売れるのは"
            SELLABLE-QTY "個まで）"
          EXIT PARAGRAPH
        END-IF
      END-IF

      PERFORM COMPUTE-UNIT-PRICE
      COMPUTE SELL-TOTAL = SELL-QTY * UNIT-PRICE

        WHEN OTHER
          DISPLAY "修理を中止しました"
      END-EVALUATE.

    *> ==============================
    *>  剣の装備
    *>  完成品在庫の剣を1本、冒険に持ち出す。
    *>  在庫に数えたまま耐久100で装備枠に入れる。
    *>  攻撃ボーナスは金属グレード×4（耐久に比例して目減り）。
    *>  持ち替えるときは先に今の剣を外す
    *> ==============================
    EQUIP-SWORD.
      IF EQ-PROD-IX > 0
        DISPLAY FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
          "を装備しています。先に外してください"
        EXIT PARAGRAPH
      END-IF

      DISPLAY "------ 装備できる剣 ------"
      PERFORM VARYING PROD-IX FROM 1 UNTIL PROD-IX > 4
        IF PD-EQUIP(PROD-IX) = 1
          COMPUTE EQUIP-BONUS = PD-METAL(PROD-IX) * 4
          DISPLAY PROD-IX "：" FUNCTION TRIM(PD-NAME(PROD-IX))
            " 攻撃＋" EQUIP-BONUS
            " 在庫：" LK-GOODS-STOCK(PROD-IX)
        END-IF
      END-PERFORM
      DISPLAY "装備する剣の番号を入力してください（0で中止）"
      ACCEPT PROD-IX

      IF PROD-IX = 0
        DISPLAY "装備を中止しました"
        EXIT PARAGRAPH
      END-IF

      IF PROD-IX < 1 OR PROD-IX > 4
        DISPLAY "無効な番号です"
        EXIT PARAGRAPH
      END-IF

      IF PD-EQUIP(PROD-IX) NOT = 1
        DISPLAY FUNCTION TRIM(PD-NAME(PROD-IX)) "は装備できません"
        EXIT PARAGRAPH
      END-IF

      IF LK-GOODS-STOCK(PROD-IX) = 0
        DISPLAY FUNCTION TRIM(PD-NAME(PROD-IX)) "の在庫がありません"
        EXIT PARAGRAPH
      END-IF

      MOVE PROD-IX           TO EQ-PROD-IX
      MOVE PD-METAL(PROD-IX) TO EQ-METAL
      MOVE 100               TO EQ-DUR
      DISPLAY FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
        "を装備しました（耐久100）".

    *> ==============================
    *>  装備を外す
    *>  剣は完成品在庫に戻る。刃こぼれした剣は
    *>  研ぎ直して（耐久1につき4Ｇ）から戻す
    *> ==============================
    UNEQUIP-SWORD.
      IF EQ-PROD-IX = 0
        DISPLAY "装備している剣はありません"
        EXIT PARAGRAPH
      END-IF

      IF EQ-DUR < 100
        COMPUTE REPAIR-MONEY = (100 - EQ-DUR) * 4
        DISPLAY FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
          "の耐久：" EQ-DUR "／100"
        DISPLAY "1：研ぎ代" REPAIR-MONEY "Ｇを払って外す"
        DISPLAY "0：中止"
        ACCEPT REPAIR-CHOICE
        IF REPAIR-CHOICE NOT = 1
          DISPLAY "装備を外すのを中止しました"
          EXIT PARAGRAPH
        END-IF
        IF REPAIR-MONEY > LK-MONEY
          DISPLAY "所持金が不足しています"
          EXIT PARAGRAPH
        END-IF
        SUBTRACT REPAIR-MONEY FROM LK-MONEY
        DISPLAY "所持金：" LK-MONEY
      END-IF

      DISPLAY FUNCTION TRIM(PD-NAME(EQ-PROD-IX))
        "を外して在庫に戻しました"
      MOVE 0 TO EQ-PROD-IX
      MOVE 0 TO EQ-METAL
      MOVE 0 TO EQ-DUR.
