*>  PD-METAL はレシピが要求する金属グレード
*>  （1＝銅、2＝鉄、3＝ミスリル）、
*>  PD-INGOT-COST は1個あたりの消費インゴット数
*>  PD-EQUIP は装備できる剣なら1（冒険に持ち出せる）
*>  売値は素材の時価に鍛冶マージン（武器Lvで伸びる）を
*>  乗せて FORGING が算出する
*> ==============================
    05 PD-NAME        OCCURS 4 PIC X(30).
    05 PD-METAL       OCCURS 4 PIC 9.
    05 PD-INGOT-COST  OCCURS 4 PIC 9(3).
    05 PD-EQUIP       OCCURS 4 PIC 9.
