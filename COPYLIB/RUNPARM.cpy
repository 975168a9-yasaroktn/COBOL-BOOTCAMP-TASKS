      *        PBEG020 uyuyan hesap taramasının gün eşiği: son işlem
      *        tarihi (IDX-DATE) iş gününden bu kadar günden daha
      *        eski olan hesaplar uyuyan sayılır (0 = varsayılan 180).
           05 PARM-DAY-BASIS      PIC X(1).
      *        'B' = PBEG020 uyuyanlık eşiği ve PBEG007 askı yaşı iş
      *        günü takviminden (CALENDAR) iş günü olarak sayılır,
      *        diğer her değer = takvim günü (eski davranış).
           05 PARM-GIFT-AMOUNT    PIC 9(9).
      *        PBEG027 personel doğum günü hediyesi tutarı (TRY,
      *        TXN-AMOUNT ile aynı birimde); sıfırsa hediye ödenmez.
           05 PARM-RETAIN-MONTHS  PIC 9(3).
      *        PBEG029 MOVHIST saklama süresi (ay): iş gününün ayından
      *        bu kadar ay önceki aydan eski hareketler arşivlenip
      *        aylık özetle değiştirilir (0 = varsayılan 24).
           05 FILLER              PIC X(46).
