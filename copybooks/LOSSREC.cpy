*> ==============================
*>  損害記録レコード（LOSSREC）
*>  保険の対象になる事故が起きたとき、起きた側の
*>  プログラムが損害記録（LOSSLOG）に1件追記する
*>    MINES    ：鉱山の出水（LE-REF-ID＝鉱山No.）
*>    ADVENTURE：遠征の全滅（LE-REF-ID＝到達深度）
*>    ORDERS   ：納期切れの違約金（LE-REF-ID＝注文No.）
*>  LE-TYPE は保険契約の IP-TYPE と同じ区分
*>  LE-LOSS-AMOUNT は損害額（Ｇ）。出水は失った日産を、
*>  全滅は持ち帰り候補の現金と鉱石を鉱石単価で評価する
*>  LE-STATUS：0＝未請求、1＝保険金支払済、2＝対象外（無保険）
*>  請求は日替わりに INSURANCE が行い、LE-POLICY-ID・
*>  LE-PAID-AMOUNT・LE-CLAIM-DAY を埋める
*>  精算の済んだ記録は LE-CLAIM-DAY から90日を過ぎたら落とす
*> ==============================
01 LOSS-EVENT-RECORD.
    05 LE-GAME-DAY      PIC 9(4).
    05 LE-TYPE          PIC 9.
    05 LE-REF-ID        PIC 9(4).
    05 LE-LOSS-AMOUNT   PIC 9(7).
    05 LE-STATUS        PIC 9.
    05 LE-POLICY-ID     PIC 9(4).
    05 LE-PAID-AMOUNT   PIC 9(7).
    05 LE-CLAIM-DAY     PIC 9(4).
