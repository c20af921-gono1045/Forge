    05 SV-LOAN-BAL     PIC 9(6).
    05 SV-WEAPON-DUR   PIC 9(3).
    05 SV-ARMOR-DUR    PIC 9(3).
    05 SV-EQUIP-PROD   PIC 9.
    05 SV-EQUIP-METAL  PIC 9.
    05 SV-EQUIP-DUR    PIC 9(3).
