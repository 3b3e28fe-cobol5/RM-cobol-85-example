       IDENTIFICATION DIVISION.

       program-id. a140.

      *    a140 - hane bakim programi. Kayitli kisileri hanelere
      *    baglar : hane acar (a111.hne), haneye uye ekler / cikarir
      *    (a111.uye), hane reisini degistirir ve bir hanenin
      *    uyelerini gosterir. Hane reisinin SEHIR / ILCE'si hanenin
      *    ortak adresidir; adresi farkli bir kisi haneye ancak hane
      *    adresine tasinmasi onaylanirsa eklenir ve bu tasinma
      *    a111.jrn'ye yazilir. Calistiran operator A120'deki gibi
      *    a122.dat'a gore dogrulanir; bakim yetkisi (rol B) gerekir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is dynamic

                    record key is reg-id

                    file status is kayit-durum.

                   select optional hane assign "a111.hne"

                    organization is indexed

                    access mode is dynamic

                    record key is hn-no

                    file status is hane-durum.

                   select optional uye assign "a111.uye"

                    organization is indexed

                    access mode is dynamic

                    record key is uy-anahtar

                    alternate record key is uy-reg-id

                    file status is uye-durum.

                   select optional jurnal assign "a111.jrn"

                    organization is line sequential

                    file status is jurnal-durum.

                   select optional operator-dosya assign "a122.dat"

                    organization is indexed

                    access mode is random

                    record key is op-kod

                    file status is operator-durum.

                   select optional guvenlik assign "a122.log"

                    organization is line sequential

                    file status is guvenlik-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd hane.

       01 hane-kaydi.

           COPY HNEKAYIT.

       fd uye.

       01 uye-kaydi.

           COPY UYEKAYIT.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.

       01 operator-kaydi.

           COPY OPKAYIT.

       fd guvenlik.

       01 guvenlik-satiri pic x(33).

       working-storage section.

       77 cevap       pic x value spaces.

       77 kayit-durum pic x(02) value spaces.

       77 hane-durum  pic x(02) value spaces.

       77 uye-durum   pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 operator-durum pic x(02) value spaces.

       77 aktif-operator pic x(08) value spaces.

       77 giris-kod   pic x(08) value spaces.

       77 giris-sifre pic x(08) value spaces.

       77 deneme-sayac pic 9(01) value zeros.

       77 guvenlik-durum pic x(02) value spaces.

       77 giris-hane  pic 9(06) value zeros.

       77 giris-id    pic 9(06) value zeros.

       77 yeni-hane   pic 9(06) value zeros.

       77 eski-reis   pic 9(06) value zeros.

       77 yakinlik    pic x(01) value spaces.

       77 eski-yakinlik pic x(01) value spaces.

       77 yakinlik-adi pic x(06) value spaces.

       77 uye-bitti   pic x value "N".

       77 uye-sayac   pic 9(05) value zeros.

       77 bugun       pic 9(08) value zeros.

       77 islem-sayac pic 9(05) value zeros.

       01 jurnal-calisma.

           COPY JRNKAYIT.

       01 guvenlik-calisma.

           COPY GUVKAYIT.

       PROCEDURE DIVISION.

       baslangic.

           open input operator-dosya.

           if operator-durum not = "00"

               display "A122.DAT ACILAMADI, ONCE A122 CALISTIRIN !"

               stop run

           end-if.

       giris.

           display "KULLANICI KODU ?".

           move spaces to giris-kod.

           accept giris-kod.

           display "SIFRE ?".

           move spaces to giris-sifre.

           accept giris-sifre.

           move giris-kod to op-kod.

           read operator-dosya

               invalid key move spaces to op-sifre

           end-read.

           if giris-kod = spaces or op-sifre = spaces

               or giris-sifre not = op-sifre

               add 1 to deneme-sayac

               if deneme-sayac > 2

                   move "R" to gv-sonuc

                   perform guvenlik-yaz

                   display "GIRIS REDDEDILDI !"

                   close operator-dosya

                   stop run

               end-if

               move "H" to gv-sonuc

               perform guvenlik-yaz

               display "KOD / SIFRE HATALI, TEKRAR GIRINIZ !"

               go to giris

           end-if.

           if op-rol not = "B"

               move "Y" to gv-sonuc

               perform guvenlik-yaz

               display "HANE BAKIMI ICIN BAKIM YETKISI GEREKIR !"

               close operator-dosya

               stop run

           end-if.

           move "B" to gv-sonuc.

           perform guvenlik-yaz.

           move op-kod to aktif-operator.

           close operator-dosya.

       acilis.

           open i-o kayit.

           if kayit-durum not = "00"

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               stop run

           end-if.

           open i-o hane.

           if hane-durum = "05"

               open output hane

               close hane

               open i-o hane

           end-if.

           if hane-durum not = "00"

               display "A111.HNE ACILAMADI, DURUM : " hane-durum

               close kayit

               stop run

           end-if.

           open i-o uye.

           if uye-durum = "05"

               open output uye

               close uye

               open i-o uye

           end-if.

           if uye-durum not = "00"

               display "A111.UYE ACILAMADI, DURUM : " uye-durum

               close hane

               close kayit

               stop run

           end-if.

           accept bugun from date yyyymmdd.

      *    hane numarasi 000000 olan denetim satiri yoksa yazilir.

           move zeros to hn-no.

           read hane

               invalid key

                   move spaces to hane-kaydi

                   move zeros to hn-no

                   move zeros to hn-reis

                   move aktif-operator to hn-operator

                   move bugun to hn-tarih

                   write hane-kaydi

                       invalid key

                           display "A111.HNE DENETIM SATIRI "

                               "YAZILAMADI !"

                   end-write

           end-read.

       secim.

           display " ".

           display "Hane Ac(Y)  Uye Ekle(U)  Uye Cikar(C)"

               "  Reis Degistir(R)".

           display "Goster(G)  Cikis(H) ?".

           accept cevap.

           if cevap = "y" or "Y"

               perform hane-ac thru hane-ac-son

               go to secim

           end-if.

           if cevap = "u" or "U"

               perform uye-ekle thru uye-ekle-son

               go to secim

           end-if.

           if cevap = "c" or "C"

               perform uye-cikar thru uye-cikar-son

               go to secim

           end-if.

           if cevap = "r" or "R"

               perform reis-degistir thru reis-degistir-son

               go to secim

           end-if.

           if cevap = "g" or "G"

               perform hane-goster thru hane-goster-son

               go to secim

           end-if.

           if cevap = "h" or "H"

               go to kapanis

           end-if.

           go to secim.

       kapanis.

           close uye.

           close hane.

           close kayit.

           display "YAPILAN ISLEM.....: " islem-sayac.

           stop run.

       hane-ac.

      *    reis aktif olmali ve baska bir hanede bulunmamali; hane

      *    reisin SEHIR / ILCE'sini alir.

           display "HANE REISININ KAYIT NO (0 = VAZGEC) ?".

           move zeros to giris-id.

           accept giris-id.

           if giris-id = zeros

               go to hane-ac-son

           end-if.

           perform kisi-oku thru kisi-oku-son.

           if kayit-durum not = "00"

               go to hane-ac-son

           end-if.

           move giris-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key move zeros to uy-hane

           end-read.

           if uy-hane not = zeros

               display "KISI ZATEN " uy-hane " NOLU HANENIN UYESI !"

               go to hane-ac-son

           end-if.

           perform numara-al thru numara-al-son.

           if yeni-hane = zeros

               go to hane-ac-son

           end-if.

           move yeni-hane to uy-hane.

           move giris-id to uy-reg-id.

           move "B" to uy-yakinlik.

           move aktif-operator to uy-operator.

           move bugun to uy-tarih.

           write uye-kaydi

               invalid key

                   display "HANE REISI UYE OLARAK YAZILAMADI !"

                   go to hane-ac-son

           end-write.

           add 1 to islem-sayac.

           display "HANE ACILDI, HANE NO : " yeni-hane

               "  " sehir space ilce.

       hane-ac-son.

           exit.

       numara-al.

      *    yeni hane numarasi denetim satirindaki son numaranin bir

      *    fazlasidir; numara doluysa bir sonraki denenir.

           move zeros to yeni-hane.

           move zeros to hn-no.

           read hane

               invalid key

                   display "A111.HNE DENETIM SATIRI OKUNAMADI !"

                   go to numara-al-son

           end-read.

           move hn-reis to yeni-hane.

       numara-dene.

           add 1 to yeni-hane.

           if yeni-hane = zeros

               display "HANE NUMARASI KALMADI !"

               go to numara-al-son

           end-if.

           move yeni-hane to hn-no.

           move giris-id to hn-reis.

           move sehir to hn-sehir.

           move ilce to hn-ilce.

           move aktif-operator to hn-operator.

           move bugun to hn-tarih.

           write hane-kaydi

               invalid key go to numara-dene

           end-write.

           move zeros to hn-no.

           read hane

               invalid key

                   display "A111.HNE DENETIM SATIRI OKUNAMADI !"

                   go to numara-al-son

           end-read.

           move yeni-hane to hn-reis.

           rewrite hane-kaydi

               invalid key

                   display "A111.HNE DENETIM SATIRI YAZILAMADI !"

           end-rewrite.

       numara-al-son.

           exit.

       uye-ekle.

           perform hane-oku thru hane-oku-son.

           if hane-durum not = "00"

               go to uye-ekle-son

           end-if.

           display "EKLENECEK KISININ KAYIT NO (0 = VAZGEC) ?".

           move zeros to giris-id.

           accept giris-id.

           if giris-id = zeros

               go to uye-ekle-son

           end-if.

           perform kisi-oku thru kisi-oku-son.

           if kayit-durum not = "00"

               go to uye-ekle-son

           end-if.

           move giris-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key move zeros to uy-hane

           end-read.

           if uy-hane not = zeros

               display "KISI ZATEN " uy-hane " NOLU HANENIN UYESI !"

               go to uye-ekle-son

           end-if.

           perform yakinlik-al thru yakinlik-al-son.

           if yakinlik = space

               go to uye-ekle-son

           end-if.

           if sehir not = hn-sehir or ilce not = hn-ilce

               display "KISININ ADRESI : " sehir space ilce

               display "HANE ADRESI....: " hn-sehir space hn-ilce

               display "KISI HANE ADRESINE TASINSIN MI (E/H) ?"

               accept cevap

               if cevap not = "e" and cevap not = "E"

                   display "ADRESI FARKLI KISI HANEYE EKLENMEDI."

                   go to uye-ekle-son

               end-if

               perform onceki-sakla

               move hn-sehir to sehir

               move hn-ilce to ilce

               rewrite registo

                   invalid key

                       display "KAYIT GUNCELLENEMEDI : " reg-id

                       go to uye-ekle-son

               end-rewrite

               perform jurnal-guncelle

           end-if.

           move hn-no to uy-hane.

           move giris-id to uy-reg-id.

           move yakinlik to uy-yakinlik.

           move aktif-operator to uy-operator.

           move bugun to uy-tarih.

           write uye-kaydi

               invalid key

                   display "UYE YAZILAMADI : " giris-id

                   go to uye-ekle-son

           end-write.

           add 1 to islem-sayac.

           display "UYE EKLENDI, HANE NO : " hn-no.

       uye-ekle-son.

           exit.

       uye-cikar.

      *    reis, hanede baska uye varken cikarilamaz; once reis

      *    degistirilir. Tek uyeli hanede reisin cikmasi haneyi

      *    kapatir.

           display "CIKARILACAK KISININ KAYIT NO (0 = VAZGEC) ?".

           move zeros to giris-id.

           accept giris-id.

           if giris-id = zeros

               go to uye-cikar-son

           end-if.

           move giris-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key

                   display "KISI HICBIR HANENIN UYESI DEGIL !"

                   go to uye-cikar-son

           end-read.

           move uy-hane to giris-hane.

           move uy-yakinlik to yakinlik.

           if yakinlik = "B"

               perform uye-say

               if uye-sayac > 1

                   display "KISI HANE REISIDIR, HANEDE " uye-sayac

                       " UYE VAR; ONCE REISI DEGISTIRIN !"

                   go to uye-cikar-son

               end-if

               display "KISI HANENIN TEK UYESIDIR, HANE " giris-hane

                   " KAPATILSIN MI (E/H) ?"

           else

               display "KISI " giris-hane " NOLU HANEDEN CIKARILSIN MI"

                   " (E/H) ?"

           end-if.

           accept cevap.

           if cevap not = "e" and cevap not = "E"

               go to uye-cikar-son

           end-if.

           move giris-hane to uy-hane.

           move giris-id to uy-reg-id.

           delete uye

               invalid key

                   display "UYE SILINEMEDI : " giris-id

                   go to uye-cikar-son

           end-delete.

           add 1 to islem-sayac.

           if yakinlik = "B"

               move giris-hane to hn-no

               delete hane

                   invalid key

                       display "HANE SILINEMEDI : " giris-hane

               end-delete

               display "HANE KAPATILDI : " giris-hane

           else

               display "UYE HANEDEN CIKARILDI."

           end-if.

       uye-cikar-son.

           exit.

       reis-degistir.

      *    yeni reis hanenin aktif bir uyesi olmalidir; eski reisin

      *    yeni reise gore yakinligi sorulur.

           perform hane-oku thru hane-oku-son.

           if hane-durum not = "00"

               go to reis-degistir-son

           end-if.

           move hn-reis to eski-reis.

           display "SIMDIKI REIS......: " eski-reis.

           display "YENI REISIN KAYIT NO (0 = VAZGEC) ?".

           move zeros to giris-id.

           accept giris-id.

           if giris-id = zeros or giris-id = eski-reis

               go to reis-degistir-son

           end-if.

           move giris-id to uy-reg-id.

           read uye key is uy-reg-id

               invalid key move zeros to uy-hane

           end-read.

           if uy-hane not = giris-hane

               display "KISI BU HANENIN UYESI DEGIL !"

               go to reis-degistir-son

           end-if.

           perform kisi-oku thru kisi-oku-son.

           if kayit-durum not = "00"

               go to reis-degistir-son

           end-if.

           move "B" to uy-yakinlik.

           move aktif-operator to uy-operator.

           move bugun to uy-tarih.

           rewrite uye-kaydi

               invalid key

                   display "UYE GUNCELLENEMEDI : " giris-id

                   go to reis-degistir-son

           end-rewrite.

      *    eski reis arsive tasinmis olabilir; uyeligi yoksa atlanir.

           move giris-hane to uy-hane.

           move eski-reis to uy-reg-id.

           read uye key is uy-anahtar

               invalid key move zeros to eski-reis

           end-read.

           if eski-reis not = zeros

               display "ESKI REISIN YENI REISE GORE YAKINLIGI :"

               perform yakinlik-al thru yakinlik-al-son

               if yakinlik = space

                   move "D" to yakinlik

               end-if

               move yakinlik to uy-yakinlik

               move aktif-operator to uy-operator

               move bugun to uy-tarih

               rewrite uye-kaydi

                   invalid key

                       display "UYE GUNCELLENEMEDI : " eski-reis

               end-rewrite

           end-if.

           move giris-hane to hn-no.

           read hane

               invalid key

                   display "HANE OKUNAMADI : " giris-hane

                   go to reis-degistir-son

           end-read.

           move giris-id to hn-reis.

           move aktif-operator to hn-operator.

           move bugun to hn-tarih.

           rewrite hane-kaydi

               invalid key

                   display "HANE GUNCELLENEMEDI : " giris-hane

                   go to reis-degistir-son

           end-rewrite.

           add 1 to islem-sayac.

           display "HANE REISI DEGISTI : " giris-id.

       reis-degistir-son.

           exit.

       hane-goster.

           perform hane-oku thru hane-oku-son.

           if hane-durum not = "00"

               go to hane-goster-son

           end-if.

           display "HANE " hn-no "  REIS " hn-reis "  " hn-sehir

               space hn-ilce.

           move zeros to uye-sayac.

           move giris-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           perform uye-goster until uye-bitti = "E".

           display "UYE SAYISI........: " uye-sayac.

       hane-goster-son.

           exit.

       uye-goster.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = giris-hane

                       move "E" to uye-bitti

                   else

                       add 1 to uye-sayac

                       perform uye-satiri

                   end-if

           end-read.

       uye-satiri.

           move uy-yakinlik to yakinlik.

           perform yakinlik-adi-bul.

           move uy-reg-id to reg-id.

           read kayit

               invalid key

                   move "(DOSYADA YOK)" to ad

                   move spaces to soyad

                   move spaces to sehir

                   move spaces to ilce

                   move space to kayit-statu

           end-read.

           display "  " uy-reg-id space yakinlik-adi space ad space

               soyad space sehir space ilce space kayit-statu.

       hane-oku.

           display "HANE NO (0 = VAZGEC) ?".

           move zeros to giris-hane.

           accept giris-hane.

           if giris-hane = zeros

               move "23" to hane-durum

               go to hane-oku-son

           end-if.

           move giris-hane to hn-no.

           read hane

               invalid key

                   display "HANE BULUNAMADI : " giris-hane

           end-read.

       hane-oku-son.

           exit.

       kisi-oku.

      *    kisi a111.dat'ta bulunmali ve aktif olmalidir.

           move giris-id to reg-id.

           read kayit

               invalid key

                   display "KAYIT BULUNAMADI : " giris-id

                   go to kisi-oku-son

           end-read.

           display "  " reg-id space ad space soyad space sehir space

               ilce.

           if kayit-statu not = "A"

               display "KAYIT PASIF, ISLEM YAPILMADI !"

               move "23" to kayit-durum

           end-if.

       kisi-oku-son.

           exit.

       uye-say.

           move zeros to uye-sayac.

           move giris-hane to uy-hane.

           move zeros to uy-reg-id.

           move "N" to uye-bitti.

           start uye key is not less than uy-anahtar

               invalid key move "E" to uye-bitti

           end-start.

           perform uye-say-oku until uye-bitti = "E".

       uye-say-oku.

           read uye next record

               at end move "E" to uye-bitti

               not at end

                   if uy-hane not = giris-hane

                       move "E" to uye-bitti

                   else

                       add 1 to uye-sayac

                   end-if

           end-read.

       yakinlik-al.

           display "YAKINLIK  Es(E)  Cocuk(C)  Diger(D) ?".

           accept yakinlik.

           if yakinlik = "e" move "E" to yakinlik.

           if yakinlik = "c" move "C" to yakinlik.

           if yakinlik = "d" move "D" to yakinlik.

           if yakinlik not = "E" and yakinlik not = "C"

               and yakinlik not = "D"

               display "YAKINLIK E, C VEYA D OLMALIDIR !"

               move space to yakinlik

           end-if.

       yakinlik-al-son.

           exit.

       yakinlik-adi-bul.

           move "DIGER" to yakinlik-adi.

           if yakinlik = "B" move "REIS" to yakinlik-adi.

           if yakinlik = "E" move "ES" to yakinlik-adi.

           if yakinlik = "C" move "COCUK" to yakinlik-adi.

       onceki-sakla.

           move reg-id to jr-reg-id.

           move aktif-operator to jr-operator.

           move ad to jo-ad.

           move soyad to jo-soyad.

           move sehir to jo-sehir.

           move ilce to jo-ilce.

           move operator-id to jo-operator-id.

           move giris-tarihi to jo-tarih.

           move giris-saati to jo-saat.

           move kayit-statu to jo-statu.

           move cikis-tarihi to jo-cikis.

       jurnal-guncelle.

           move "G" to jr-islem.

           perform sonraki-doldur.

           perform jurnal-yaz.

       sonraki-doldur.

           move ad to js-ad.

           move soyad to js-soyad.

           move sehir to js-sehir.

           move ilce to js-ilce.

           move operator-id to js-operator-id.

           move giris-tarihi to js-tarih.

           move giris-saati to js-saat.

           move kayit-statu to js-statu.

           move cikis-tarihi to js-cikis.

       jurnal-yaz.

           accept jr-tarih from date yyyymmdd.

           accept jr-saat from time.

           move spaces to jr-kaynak.

           move spaces to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.

           write jurnal-satiri.

           close jurnal.

       guvenlik-yaz.

           accept gv-tarih from date yyyymmdd.

           accept gv-saat from time.

           move "A140" to gv-program.

           move giris-kod to gv-kod.

           open extend guvenlik.

           move guvenlik-calisma to guvenlik-satiri.

           write guvenlik-satiri.

           close guvenlik.
