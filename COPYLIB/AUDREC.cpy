      *Bu kopya dosyası, PBEG005, PBEG007, PBEG021 ve PBEG022'nin her
      *bakiye hareketi ve PBEG006'nın her hesap kapanışı için yazdığı
      *AUDIT-FILE kayıt düzenini taşır: hareket öncesi/sonrası bakiye,
      *uygulanan artış (PBEG022'de işaretli hareket tutarı) ve
      *çalışma zaman damgası. Tutar alanları işaretlidir (öndeki
      *ayrı işaret karakteriyle) ki borç bakiyeleri olduğu gibi
      *taşınsın. PBEG013 gece sonu bakiye mutabakatı bu kayıtlardaki
      *gerçek bakiye hareketini (sonra - önce) toplar.
       01  AUD-REC.
           05 AUD-ID           PIC 9(5).
           05 FILLER           PIC X              VALUE SPACE.
