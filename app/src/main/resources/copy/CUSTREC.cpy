      * symfo_cleanse(顧客住所の郵便番号付与・検証バッチ)で使う。
      * 都道府県名/市区町村名/町域名はPOST_CDの同名列と突き合わせる
      * ため、同じ桁数で持つ。
      * 番地・建物行は町域名より後ろの住所(丁目・番地・号、建物名・
      * 部屋番号)。区分郵便のカスタマバーコードの住所表示番号は
      * ここから作る。
        01  CUST-R.
            02  CUST-ID                   PIC X(10).
            02  CUST-ZIPCODE              PIC X(7).
            02  CUST-PREF-NAME            PIC N(10).
            02  CUST-CITY-NAME            PIC N(20).
            02  CUST-TOWN-NAME            PIC N(30).
            02  CUST-STREET-LINE          PIC N(40).
