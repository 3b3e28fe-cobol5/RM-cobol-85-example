      *    kayit-statu : A = aktif, P = pasif (silinmis). Silme islemi
      *    kaydi fiziksel silmez, pasife ceker; cikis-tarihi pasife
      *    cekildigi gunu tutar. Pasif kayitlar yil sonunda A118 ile
      *    a111.his'e tasinip dosyadan cikarilir. X = anonimlestirilmis
      *    yalniz a111.his'te bulunur : saklama suresi dolan ya da
      *    silinmesi istenen kisinin AD / SOYAD'i A143 ile maskelenir,
      *    REG-ID, SEHIR / ILCE ve tarihler kalir.
      *
           05 reg-id      pic 9(06).

