      *    ANKKAYIT - anonimlestirme defteri (a111.ank) icin ortak
      *    kayit duzeni. Anahtar KAYIT NO'dur. A144 kisi talebiyle
      *    silinmesi istenen arsiv kaydi icin "T" satiri acar; A143
      *    saklama suresi dolan ya da talep edilen kisiyi a111.his,
      *    jurnal, jurnal kusaklari ve a111.bak'ta maskeledikten sonra
      *    satiri "Y" yapar. A143 sonraki calismalarda "Y" olan
      *    kisilerin jurnal satirlarini yeniden maskeler; A127 ve
      *    A128 kaydi anonimlestirilmis olarak gosterir.
      *
      *    an-durum : T = talep bekliyor, Y = anonimlestirildi
      *    an-sebep : S = saklama suresi doldu, T = kisi talebi
      *

           05 an-reg-id   pic 9(06).

           05 an-durum    pic x(01).

           05 an-sebep    pic x(01).

           05 an-talep-operator pic x(08).

           05 an-talep-tarihi pic 9(08).

           05 an-tarih    pic 9(08).

           05 an-saat     pic 9(08).

           05 an-sehir    pic x(12).

           05 an-ilce     pic x(12).

           05 an-cikis    pic 9(08).
