      *    ONYKAYIT - onay kuyrugu (a111.ony) icin ortak kayit duzeni.
      *    Pasife cekme (A112 duzelt, A120), geri alma (A132) ve toplu
      *    SEHIR / ILCE adlandirmasi (A133) dogrudan uygulanmaz; talebi
      *    yapan operator, zaman damgasi ve onerilen once / sonra
      *    goruntusu ile bu dosyaya bir satir yazilir. A145 ikinci bir
      *    B yetkili operatorun (talep edenden farkli) satiri onaylayip
      *    uygulamasini ya da gerekce ile reddetmesini saglar; A146
      *    gunluk onay raporunu doker. Anahtar talep numarasidir;
      *    numarasi 000000 olan satir denetim satiridir : oy-reg-id
      *    alaninda son verilen talep numarasini tutar.
      *
      *    oy-tip  : S = pasife cekme, G = geri alma (A132),
      *              D = toplu SEHIR / ILCE adlandirmasi (A133)
      *    oy-durum: B = onay bekliyor, O = onaylandi ve uygulandi,
      *              R = reddedildi (gerekce oy-neden alanindadir)
      *    oy-onceki / oy-sonraki : S ve G talebinde REGKAYIT duzeninde
      *              talep anindaki ve onerilen kayit goruntusu; D
      *              talebinde oy-onceki oy-adlandirma olarak okunur.
      *

           05 oy-no            pic 9(06).

           05 oy-tip           pic x(01).

           05 oy-durum         pic x(01).

           05 oy-program       pic x(08).

           05 oy-isteyen       pic x(08).

           05 oy-istek-tarihi  pic 9(08).

           05 oy-istek-saati   pic 9(08).

           05 oy-onaylayan     pic x(08).

           05 oy-karar-tarihi  pic 9(08).

           05 oy-karar-saati   pic 9(08).

           05 oy-neden         pic x(40).

           05 oy-reg-id        pic 9(06).

           05 oy-onceki        pic x(90).

           05 oy-adlandirma redefines oy-onceki.

               10 od-eski-sehir pic x(12).

               10 od-eski-ilce  pic x(12).

               10 od-yeni-sehir pic x(12).

               10 od-yeni-ilce  pic x(12).

               10 od-sayac      pic 9(06).

               10 filler        pic x(36).

           05 oy-sonraki       pic x(90).
