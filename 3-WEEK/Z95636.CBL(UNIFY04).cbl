       AUTHOR.        YASAR OKTEN.
      *--------------------
      *Değişiklik geçmişi:
      *2026-10-11  Y.O.  LOG-IN kayıt düzeni PBEG006'nın çift kontrol
      *                  alanlarıyla (talebi giren ve onaylayan
      *                  kullanıcı, onay zamanı) genişletildi.
      *2026-10-07  Y.O.  PBEG006 hesap kapama kayıtları ('X') silme
      *                  olarak yeniden oynatılıyor.
      *2026-08-22  Y.O.  IDX-FILE ileri kurtarma programı ilk sürümü;
      *                  PBEG006'nın LOG-FILE'ındaki sonra-görüntüleri
      *                  geri yüklenmiş bir IDX-FILE kopyası üzerinde
      * fazla LOG-FILE (JCL'de art arda bağlanarak tek dosya gibi
      * okunur) girdi alınır ve LOG-RESULT = 'APPLIED' olan her kaydın
      * sonra-görüntüsü sırayla yeniden uygulanır: eklemeler ve
      * değişiklikler sonra-görüntüsüyle yazılır, silmeler ve hesap
      * kapamaları yeniden silinir. Yeniden oynatma teksesli
      * (idempotent) çalışır: zaten var olan bir ekleme üzerine
      * yazılır, zaten silinmiş bir kayıt silinmiş sayılır; böylece
      * kesilen bir kurtarma baştan çalıştırılabilir. Sonunda okunan
      * APPLIED kayıt sayısı ile yeniden oynatılan kayıt sayısı
      * karşılaştırılarak mutabakat gösterilir; tutmuyorsa dönüş kodu
      * 8 olur.
      *--------------------
       ENVIRONMENT DIVISION.
      *--------------------
              10 RL-AI-SURNAME   PIC 9(15).
              10 RL-AI-DATE      PIC S9(7).
              10 RL-AI-BALLANCE  PIC S9(15).
           05 FILLER          PIC X.
           05 RL-MAKER-ID     PIC X(8).
           05 FILLER          PIC X.
           05 RL-CHECKER-ID   PIC X(8).
           05 FILLER          PIC X.
           05 RL-APPR-TS      PIC 9(14).
      *Bu tanımlamalar, programın çalışma alanında kullanılan
      *değişkenleri ve durum kodlarını belirtir.
       WORKING-STORAGE SECTION.
              WHEN 'A' PERFORM H300-REPLAY-ADD
              WHEN 'C' PERFORM H400-REPLAY-CHANGE
              WHEN 'D' PERFORM H500-REPLAY-DELETE
              WHEN 'X' PERFORM H500-REPLAY-DELETE
              WHEN OTHER PERFORM H600-UNKNOWN-ACTION
           END-EVALUATE.
       H210-END. EXIT.
              NOT INVALID KEY ADD 1 TO WS-CNT-REPLAYED.
       H410-END. EXIT.
      *Silme yeniden uygulanır; kayıt zaten yoksa silinmiş sayılır
      *(yeniden oynatma tekseslidir). Hesap kapama da IDX-FILE'da bir
      *silmedir; tahakkuk kovası IDX-FILE'ın parçası olmadığından
      *burada yeniden oynatılmaz.
       H500-REPLAY-DELETE.
           DELETE IDX-FILE RECORD
              INVALID KEY ADD 1 TO WS-CNT-REPLAYED
