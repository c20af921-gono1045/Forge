*> ==============================
*>  装備枠（EQUIPSLOT）
*>  完成品在庫から1本だけ剣を装備できる
*>  MAIN / FORGING / ADVENTURE / BATTLE / SAVEGAME / LOADGAME が
*>  共有する
*>  EQ-PROD-IX は製品番号（0＝装備なし）、装備中の1本も
*>  完成品在庫に数えたままにする
*>  EQ-METAL はその製品の金属グレード（攻撃ボーナスの元）
*>  EQ-DUR は耐久（0〜100）、0になった剣は折れて在庫から消える
*> ==============================
01 LK-EQUIP.
    05 EQ-PROD-IX  PIC 9.
    05 EQ-METAL    PIC 9.
    05 EQ-DUR      PIC 9(3).
