      *Bu kopya dosyası, stopaj defterinin (TAXLEDG) kayıt düzenini
      *taşır (anahtar: hesap kimliği + para birimi + ay CCYYAA).
      *PBEG021 ay sonunda kapitalize ettiği her kova için bir satır
      *yazar: brüt faiz, uygulanan stopaj yüzdesi, kesilen stopaj ve
      *müşteriye işlenen net tutar. PBEG006 hesap kapamada işlediği
      *faiz için aynı satırı yazar (ay içinde satır varsa tutarları
      *ekler). TAX-CAP-DATE satırın son işlendiği iş günüdür; PBEG023
      *günün stopajını muhasebe fişine bu tarihle alır. TAX-EXEMPT 'Y'
      *ise hesap TAXEXMPT listesindedir ve stopaj kesilmemiştir. Tutar
      *alanları hesabın para birimindedir.
       01  TAX-REC.
           05 TAX-KEY.
              10 TAX-ID        PIC S9(5) COMP-3.
              10 TAX-DVZ       PIC S9(3) COMP.
              10 TAX-MONTH     PIC 9(6).
           05 TAX-LABEL        PIC X(3).
           05 TAX-EXEMPT       PIC X(1).
           05 TAX-GROSS        PIC S9(15) COMP-3.
           05 TAX-WHT-PCT      PIC S9(3)V9(4) COMP-3.
           05 TAX-AMOUNT       PIC S9(15) COMP-3.
           05 TAX-NET          PIC S9(15) COMP-3.
           05 TAX-CAP-DATE     PIC 9(8).
           05 TAX-RUN-TS       PIC 9(14).
