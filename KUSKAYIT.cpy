      *    KUSKAYIT - jurnal kusak tablosu (a111.jkt) icin ortak kayit
      *    duzeni. A135 a111.jrn'i devrederken satirlarini numarali bir
      *    kusak dosyasina (a111j001.jrn, a111j002.jrn, ...) kopyalar,
      *    a111.jrn'i bosaltir ve bu dosyaya kusak basina bir satir
      *    ekler : kusak numarasi, dosya adi, kusaktaki ilk ve son
      *    jurnal satirinin tarihi, satir sayisi ve devir tarih/saati.
      *    Jurnali geriye dogru okuyan programlar (A117, A131, A132,
      *    A134) bu tabloyu sirayla gezip tarih araligi isteklerine
      *    uyan kusaklari a111.jrn'den once okur.
      *

           05 ku-kusak    pic 9(03).

           05 ku-dosya    pic x(12).

           05 ku-ilk-tarih pic 9(08).

           05 ku-son-tarih pic 9(08).

           05 ku-satir    pic 9(09).

           05 ku-tarih    pic 9(08).

           05 ku-saat     pic 9(08).
