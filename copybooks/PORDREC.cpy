*> ==============================
*>  鉱石発注レコード（PORDREC）
*>  PURCHASE が起こす仕入先への発注
*>  PO-UNIT-PRICE は数量割引後の卸値、PO-AMOUNT は代金で、
*>  入荷した日の日替わり処理で所持金から支払う
*>  （払いきれない分は借入に回す）
*>  PO-STATUS：1＝未着、2＝入荷済、3＝取消
*>  未着のまま PO-DUE-DAY を過ぎたものは遅延扱い
*> ==============================
01 PURCHASE-ORDER-RECORD.
    05 PO-ID          PIC 9(4).
    05 PO-SUPP-ID     PIC 9(2).
    05 PO-SUPPLIER    PIC X(30).
    05 PO-METAL       PIC 9.
    05 PO-QTY         PIC 9(5).
    05 PO-UNIT-PRICE  PIC 9(4).
    05 PO-AMOUNT      PIC 9(7).
    05 PO-ORDER-DAY   PIC 9(4).
    05 PO-DUE-DAY     PIC 9(4).
    05 PO-STATUS      PIC 9.
