      *ve son işlem tarihinden bu yana geçen gün sayısından hesaplanır
      *(bakiye RATE-TIER-LIMIT'e ulaşmışsa RATE-TIER-PCT uygulanır);
      *'R' değilse eski düz tutar RATE-UPLIFT uygulanır. RATE-TIER-
      *LIMIT sıfırsa kademe yoktur. RATE-OD-LIMIT, PBEG022 günlük
      *para hareketleri gönderiminin o para biriminde izin verdiği en
      *büyük borç (eksi) bakiyedir; pozitif tutar olarak tutulur,
      *sıfırsa hesap eksiye düşürülemez. RATE-WHT-PCT, PBEG021'in ay
      *sonunda kapitalize edilen faizden kestiği stopaj yüzdesidir
      *(sıfırsa stopaj yoktur).
       01  RATE-REC.
           05 RATE-DVZ         PIC S9(3) COMP.
           05 RATE-LABEL       PIC X(3).
           05 RATE-ANNUAL-PCT  PIC S9(3)V9(4) COMP-3.
           05 RATE-TIER-LIMIT  PIC S9(15) COMP-3.
           05 RATE-TIER-PCT    PIC S9(3)V9(4) COMP-3.
           05 RATE-OD-LIMIT    PIC S9(15) COMP-3.
           05 RATE-WHT-PCT     PIC S9(3)V9(4) COMP-3.
