*> ==============================
*>  保険契約レコード（POLICYREC）
*>  INSURANCE が保険契約台帳（POLICYBOOK）に1契約1件で持つ
*>  IP-TYPE：1＝鉱山の出水、2＝遠征の全滅、3＝受注の違約金
*>  IP-LIMIT は契約期間を通じた支払限度額（Ｇ）、
*>  IP-PREMIUM は日替わりごとに払う保険料（Ｇ）
*>  IP-STATUS：1＝有効、2＝解約、3＝支払限度到達
*>  IP-END-DAY は解約・限度到達の日（有効中は0）
*> ==============================
01 POLICY-RECORD.
    05 IP-ID            PIC 9(4).
    05 IP-TYPE          PIC 9.
    05 IP-LIMIT         PIC 9(6).
    05 IP-PREMIUM       PIC 9(5).
    05 IP-START-DAY     PIC 9(4).
    05 IP-END-DAY       PIC 9(4).
    05 IP-STATUS        PIC 9.
    05 IP-PREMIUM-PAID  PIC 9(7).
    05 IP-CLAIM-PAID    PIC 9(7).
