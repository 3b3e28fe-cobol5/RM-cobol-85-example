       IDENTIFICATION DIVISION.

       program-id. a145.

      *    a145 - onay kuyrugu programi. A112 duzelt ve A120'nin
      *    pasife cekme, A132'nin geri alma ve A133'un toplu SEHIR /
      *    ILCE adlandirma talepleri a111.ony kuyrugunda bekler. Bu
      *    program bekleyen talepleri listeler; secilen talep once /
      *    sonra goruntusu ile gosterilir, onaylanirsa uygulanir ve
      *    a111.jrn jurnaline talep eden (jr-operator) ve onaylayan
      *    (jr-onaylayan) operatorun kodlari ile yazilir, reddedilirse
      *    gerekcesi ile kapatilir. Talep eden operator kendi talebini
      *    onaylayamaz ve reddedemez. Kayit talepten sonra degismisse
      *    talep uygulanmaz, gerekcesi yazilarak reddedilir. Toplu
      *    adlandirmalar zincirleme dogru sonuclansin diye numara
      *    sirasiyla onaylatilir. Onaylanan adlandirma ayni onayda
      *    a111.dat kayitlari ile birlikte a111.hne'deki hanelerin
      *    SEHIR / ILCE'sini de cevirir. Reddedilen adlandirmanin eski
      *    SEHIR / ILCE anahtari A116'nin sildigi a116.dat'a geri
      *    yazilir ki adlandirilmayan kayitlar gecerli bir anahtarda
      *    kalsin; cift a116.bek'e geri konmaz, yoksa A133 reddedilen
      *    adlandirmayi bir sonraki calismada yeniden kuyruga alirdi.
      *    Calistiran operator A120'deki gibi a122.dat'a gore
      *    dogrulanir; bakim yetkisi (rol B) gerekir.

       environment DIVISION.

       input-output section.

       file-control.

                   select optional kayit assign "a111.dat"

                    organization is indexed

                    access mode is dynamic

                    record key is reg-id

                    file status is kayit-durum.

                   select optional onay assign "a111.ony"

                    organization is indexed

                    access mode is dynamic

                    record key is oy-no

                    file status is onay-durum.

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

                   select optional sehir-dosya assign "a116.dat"

                    organization is indexed

                    access mode is random

                    record key is seh-anahtar

                    file status is sehir-durum.

                   select optional hane assign "a111.hne"

                    organization is indexed

                    access mode is dynamic

                    record key is hn-no

                    file status is hane-durum.

       DATA division.

       file section.

       fd kayit.

       01 registo.

           COPY REGKAYIT.

       fd onay.

       01 onay-kaydi.

           COPY ONYKAYIT.

       fd jurnal.

       01 jurnal-satiri pic x(208).

       fd operator-dosya.

       01 operator-kaydi.

           COPY OPKAYIT.

       fd guvenlik.

       01 guvenlik-satiri pic x(33).

       fd sehir-dosya.

       01 sehir-kaydi.

           COPY SEHKAYIT.

       fd hane.

       01 hane-kaydi.

           COPY HNEKAYIT.

       working-storage section.

       77 cevap       pic x value spaces.

       77 kayit-durum pic x(02) value spaces.

       77 onay-durum  pic x(02) value spaces.

       77 jurnal-durum pic x(02) value spaces.

       77 operator-durum pic x(02) value spaces.

       77 guvenlik-durum pic x(02) value spaces.

       77 sehir-durum pic x(02) value spaces.

       77 hane-durum  pic x(02) value spaces.

       77 aktif-operator pic x(08) value spaces.

       77 giris-kod   pic x(08) value spaces.

       77 giris-sifre pic x(08) value spaces.

       77 deneme-sayac pic 9(01) value zeros.

       77 onay-bitti  pic x value "N".

       77 aranan-no   pic 9(06) value zeros.

       77 onceki-no   pic 9(06) value zeros.

       77 tip-adi     pic x(10) value spaces.

       77 red-nedeni  pic x(40) value spaces.

       77 karar-durum pic x(01) value spaces.

       77 jurnal-kaynak pic x(01) value spaces.

       77 bekleyen-sayac pic 9(05) value zeros.

       77 onaylanan-sayac pic 9(05) value zeros.

       77 reddedilen-sayac pic 9(05) value zeros.

       77 donusen-sayac pic 9(06) value zeros.

       77 donusen-hane pic 9(05) value zeros.

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

               display "TALEP ONAYI ICIN BAKIM YETKISI GEREKIR !"

               close operator-dosya

               stop run

           end-if.

           move "B" to gv-sonuc.

           perform guvenlik-yaz.

           move op-kod to aktif-operator.

           close operator-dosya.

       acilis.

           open i-o onay.

           if onay-durum = "05"

               open output onay

               close onay

               open i-o onay

           end-if.

           if onay-durum not = "00"

               display "A111.ONY ACILAMADI, DURUM : " onay-durum

               stop run

           end-if.

           open i-o kayit.

           if kayit-durum not = "00"

               display "A111.DAT ACILAMADI, DURUM : " kayit-durum

               close onay

               stop run

           end-if.

       ana.

           perform liste thru liste-son.

           if bekleyen-sayac = zeros

               display "ONAY BEKLEYEN TALEP YOK."

               go to kapanis

           end-if.

           display "ISLENECEK TALEP NO (0 = CIKIS) ?".

           move zeros to aranan-no.

           accept aranan-no.

           if aranan-no = zeros

               go to kapanis

           end-if.

           perform talep-isle thru talep-isle-son.

           go to ana.

       kapanis.

           close kayit.

           close onay.

           display "ONAYLANAN TALEP...: " onaylanan-sayac.

           display "REDDEDILEN TALEP..: " reddedilen-sayac.

           stop run.

       liste.

           move zeros to bekleyen-sayac.

           display " ".

           display "TALEP  TIP        PROGRAM  ISTEYEN  TARIH    "

               "SAAT     KAYIT NO".

           move zeros to oy-no.

           start onay key is greater than oy-no

               invalid key go to liste-son

           end-start.

           move "N" to onay-bitti.

           perform liste-oku until onay-bitti = "E".

       liste-son.

           exit.

       liste-oku.

           read onay next record

               at end move "E" to onay-bitti

               not at end

                   if oy-durum = "B"

                       perform liste-satir

                   end-if

           end-read.

       liste-satir.

           add 1 to bekleyen-sayac.

           perform tip-belirle.

           if oy-tip = "D"

               display oy-no space tip-adi space oy-program space

                   oy-isteyen space oy-istek-tarihi space

                   oy-istek-saati space "TOPLU"

               display "         " od-eski-sehir "/" od-eski-ilce

                   " -> " od-yeni-sehir "/" od-yeni-ilce

           else

               display oy-no space tip-adi space oy-program space

                   oy-isteyen space oy-istek-tarihi space

                   oy-istek-saati space oy-reg-id

           end-if.

       tip-belirle.

           move oy-tip to tip-adi.

           if oy-tip = "S"

               move "PASIF" to tip-adi

           end-if.

           if oy-tip = "G"

               move "GERI ALMA" to tip-adi

           end-if.

           if oy-tip = "D"

               move "ADLANDIRMA" to tip-adi

           end-if.

       talep-isle.

           move aranan-no to oy-no.

           read onay

               invalid key

                   display "TALEP BULUNAMADI : " aranan-no

                   go to talep-isle-son

           end-read.

           if oy-no = zeros or oy-durum not = "B"

               display "TALEP ONAY BEKLEMIYOR, DURUM : " oy-durum

               go to talep-isle-son

           end-if.

           if oy-isteyen = aktif-operator

               display "KENDI TALEBINIZ ANCAK BASKA BIR OPERATOR "

                   "TARAFINDAN ONAYLANABILIR !"

               go to talep-isle-son

           end-if.

           perform talep-goster.

           display "Onayla(O)  Reddet(R)  Vazgec(V) ?".

           accept cevap.

           if cevap = "o" or "O"

               if oy-tip = "D"

                   perform adlandirma-onayla

                       thru adlandirma-onayla-son

               else

                   perform kayit-onayla thru kayit-onayla-son

               end-if

               go to talep-isle-son

           end-if.

           if cevap = "r" or "R"

               perform reddet thru reddet-son

               go to talep-isle-son

           end-if.

           display "TALEP BEKLEMEDE KALDI.".

       talep-isle-son.

           exit.

       talep-goster.

           perform tip-belirle.

           display " ".

           display "TALEP NO : " oy-no "  " tip-adi "  " oy-program

               "  TALEP EDEN : " oy-isteyen.

           display "TARIH    : " oy-istek-tarihi space oy-istek-saati.

           if oy-tip = "D"

               display "ESKI     : " od-eski-sehir "/" od-eski-ilce

               display "YENI     : " od-yeni-sehir "/" od-yeni-ilce

               display "TALEPTE SAYILAN KAYIT : " od-sayac

           else

               move oy-onceki to registo

               display "ONCE     : " reg-id space ad space soyad

                   space sehir space ilce space kayit-statu

                   space cikis-tarihi

               move oy-sonraki to registo

               display "SONRA    : " reg-id space ad space soyad

                   space sehir space ilce space kayit-statu

                   space cikis-tarihi

           end-if.

       kayit-onayla.

      *    kayit talepteki once goruntusunden farkliysa araya baska

      *    bir islem girmistir; eski oneri uygulanmaz, reddedilir.

           move oy-reg-id to reg-id.

           read kayit

               invalid key

                   display "KAYIT GUNCEL DOSYADA YOK : " oy-reg-id

                   move "KAYIT GUNCEL DOSYADA YOK" to red-nedeni

                   perform otomatik-red

                   go to kayit-onayla-son

           end-read.

           if registo not = oy-onceki

               display "KAYIT TALEPTEN SONRA DEGISMIS, TALEP "

                   "UYGULANAMAZ !"

               move "KAYIT TALEPTEN SONRA DEGISTI" to red-nedeni

               perform otomatik-red

               go to kayit-onayla-son

           end-if.

           perform onceki-sakla.

           move oy-sonraki to registo.

           rewrite registo

               invalid key

                   display "KAYIT YAZILAMADI, TALEP BEKLEMEDE KALDI !"

                   go to kayit-onayla-son

           end-rewrite.

           move oy-tip to jr-islem.

           move spaces to jurnal-kaynak.

           perform sonraki-doldur.

           perform jurnal-yaz.

           move "O" to karar-durum.

           move spaces to oy-neden.

           perform karar-yaz.

           add 1 to onaylanan-sayac.

           display "TALEP ONAYLANDI VE UYGULANDI, KAYIT NO : " reg-id.

       kayit-onayla-son.

           exit.

       adlandirma-onayla.

      *    daha kucuk numarali bekleyen adlandirma varsa once o

      *    karara baglanmalidir, yoksa A -> B ve B -> C gibi zincirler

      *    yanlis sonuclanir.

           move oy-no to aranan-no.

           move zeros to onceki-no.

           move zeros to oy-no.

           start onay key is greater than oy-no

               invalid key move "E" to onay-bitti

               not invalid key move "N" to onay-bitti

           end-start.

           perform sira-denetle until onay-bitti = "E".

           move aranan-no to oy-no.

           read onay

               invalid key

                   display "TALEP OKUNAMADI : " aranan-no

                   go to adlandirma-onayla-son

           end-read.

           if onceki-no not = zeros

               display "ONCE " onceki-no " NOLU ADLANDIRMA TALEBI "

                   "KARARA BAGLANMALIDIR !"

               go to adlandirma-onayla-son

           end-if.

           move zeros to donusen-sayac.

           move zeros to reg-id.

           start kayit key is not less than reg-id

               invalid key move "10" to kayit-durum

               not invalid key move "00" to kayit-durum

           end-start.

           perform adlandirma-isle until kayit-durum = "10".

           perform hane-cevir thru hane-cevir-son.

           move "O" to karar-durum.

           move spaces to oy-neden.

           perform karar-yaz.

           add 1 to onaylanan-sayac.

           display "TALEP ONAYLANDI, CEVRILEN KAYIT : " donusen-sayac.

           display "CEVRILEN HANE : " donusen-hane.

       adlandirma-onayla-son.

           exit.

       sira-denetle.

           read onay next record

               at end move "E" to onay-bitti

               not at end

                   if oy-no not < aranan-no

                       move "E" to onay-bitti

                   else

                       if oy-tip = "D" and oy-durum = "B"

                           move oy-no to onceki-no

                           move "E" to onay-bitti

                       end-if

                   end-if

           end-read.

       adlandirma-isle.

           read kayit next record

               at end move "10" to kayit-durum

               not at end

                   if sehir = od-eski-sehir and ilce = od-eski-ilce

                       perform adlandirma-cevir

                   end-if

           end-read.

       adlandirma-cevir.

      *    toplu adlandirma satirlari A139 goc raporunda gercek

      *    tasinma sayilmasin diye kaynak "D" ile isaretlenir.

           perform onceki-sakla.

           move od-yeni-sehir to sehir.

           move od-yeni-ilce to ilce.

           rewrite registo

               invalid key

                   display "GUNCELLENEMEDI, KAYIT NO : " reg-id

               not invalid key

                   move "G" to jr-islem

                   move "D" to jurnal-kaynak

                   perform sonraki-doldur

                   perform jurnal-yaz

                   add 1 to donusen-sayac

           end-rewrite.

       hane-cevir.

      *    eski SEHIR / ILCE'deki haneler de yeni ada cevrilir, yoksa

      *    A141 uyeleri hane adresi disinda gosterir ve A140 yeni

      *    uyeyi A116'dan silinmis anahtara tasirdi. Hane numarasi

      *    000000 olan denetim satiri atlanir.

           move zeros to donusen-hane.

           open i-o hane.

           if hane-durum not = "00"

               if hane-durum = "05"

                   close hane

               else

                   display "A111.HNE ACILAMADI, HANELER CEVRILEMEDI, "

                       "DURUM : " hane-durum

               end-if

               go to hane-cevir-son

           end-if.

           move zeros to hn-no.

           start hane key is greater than hn-no

               invalid key move "10" to hane-durum

           end-start.

           perform hane-isle until hane-durum = "10".

           close hane.

       hane-cevir-son.

           exit.

       hane-isle.

           read hane next record

               at end move "10" to hane-durum

               not at end

                   if hn-sehir = od-eski-sehir

                       and hn-ilce = od-eski-ilce

                       perform hane-degistir

                   end-if

           end-read.

       hane-degistir.

           move od-yeni-sehir to hn-sehir.

           move od-yeni-ilce to hn-ilce.

           rewrite hane-kaydi

               invalid key display "HANE GUNCELLENEMEDI : " hn-no

               not invalid key add 1 to donusen-hane

           end-rewrite.

       reddet.

           display "RED GEREKCESI ?".

           move spaces to red-nedeni.

           accept red-nedeni.

           if red-nedeni = spaces

               display "GEREKCE BOS OLAMAZ !"

               go to reddet

           end-if.

           move red-nedeni to oy-neden.

           move "R" to karar-durum.

           perform karar-yaz.

           add 1 to reddedilen-sayac.

           if oy-tip = "D"

               perform sehir-geri-yaz thru sehir-geri-yaz-son

           end-if.

           display "TALEP REDDEDILDI.".

       reddet-son.

           exit.

       otomatik-red.

           move red-nedeni to oy-neden.

           move "R" to karar-durum.

           perform karar-yaz.

           add 1 to reddedilen-sayac.

           if oy-tip = "D"

               perform sehir-geri-yaz thru sehir-geri-yaz-son

           end-if.

           display "TALEP " oy-no " REDDEDILDI : " oy-neden.

       sehir-geri-yaz.

      *    anahtar zaten varsa (A116'da yeniden tanimlanmis) bir sey

      *    yapilmaz.

           open i-o sehir-dosya.

           if sehir-durum = "05"

               open output sehir-dosya

               close sehir-dosya

               open i-o sehir-dosya

           end-if.

           if sehir-durum not = "00"

               display "A116.DAT ACILAMADI, ESKI SEHIR / ILCE GERI "

                   "YAZILAMADI : " od-eski-sehir "/" od-eski-ilce

               go to sehir-geri-yaz-son

           end-if.

           move od-eski-sehir to seh-sehir.

           move od-eski-ilce to seh-ilce.

           write sehir-kaydi

               invalid key move "22" to sehir-durum

               not invalid key

                   display "ESKI SEHIR / ILCE A116.DAT'A GERI "

                       "YAZILDI : " od-eski-sehir "/" od-eski-ilce

           end-write.

           close sehir-dosya.

       sehir-geri-yaz-son.

           exit.

       karar-yaz.

           move karar-durum to oy-durum.

           move aktif-operator to oy-onaylayan.

           accept oy-karar-tarihi from date yyyymmdd.

           accept oy-karar-saati from time.

           rewrite onay-kaydi

               invalid key

                   display "A111.ONY YAZILAMADI, DURUM : " onay-durum

           end-rewrite.

       onceki-sakla.

      *    jurnal satiri talep edenin kodu ile yazilir, onaylayan

      *    ayrica jr-onaylayan alanina islenir.

           move reg-id to jr-reg-id.

           move oy-isteyen to jr-operator.

           move ad to jo-ad.

           move soyad to jo-soyad.

           move sehir to jo-sehir.

           move ilce to jo-ilce.

           move operator-id to jo-operator-id.

           move giris-tarihi to jo-tarih.

           move giris-saati to jo-saat.

           move kayit-statu to jo-statu.

           move cikis-tarihi to jo-cikis.

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

           move jurnal-kaynak to jr-kaynak.

           move aktif-operator to jr-onaylayan.

           open extend jurnal.

           move jurnal-calisma to jurnal-satiri.

           write jurnal-satiri.

           close jurnal.

       guvenlik-yaz.

           accept gv-tarih from date yyyymmdd.

           accept gv-saat from time.

           move "A145" to gv-program.

           move giris-kod to gv-kod.

           open extend guvenlik.

           move guvenlik-calisma to guvenlik-satiri.

           write guvenlik-satiri.

           close guvenlik.
