      * CROSSWALK_VARS.cpy
      * 郵便番号の新旧対応表(POST_CD_CROSSWALK)のホスト変数。町域の
      * 郵便番号が変わると、同じ住所が廃止ファイル(DEL)の削除と
      * 新設ファイル(ADD)の追加に分かれて届き、call_symfo_inst_batch
      * のDELETEとUPSERTで別々に反映すると旧番号と新番号のつながりが
      * 失われる。symfo_crosswalkが両ファイルの行を住所の名称とカナで
      * 組み合わせ、旧番号ごとに新番号を登録する。
      *   旧郵便番号    X(7)   廃止ファイル側の郵便番号
      *   新郵便番号    X(7)   新設ファイル側の郵便番号(町域が分かれた
      *                        場合は1つの旧番号に複数行)
      *   有効日        9(8)   新番号へ切り替わった日
      *   都道府県名    N(10)  新設ファイル側の住所
      *   市区町村名    N(20)
      *   町域名        N(30)
      *   照合区分      X(1)   N=名称が一致  K=カナ(正規化)が一致
      *   登録日        9(8)   symfo_crosswalkの実行日
      * symfo_cleanseは旧番号のまま保持している顧客行を新番号へ自動
      * 訂正し、symfo_inqは旧番号の照会に新番号を答える
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 XW-OLD-ZIPCODE      PIC X(7).
        01 XW-NEW-ZIPCODE      PIC X(7).
        01 XW-EFFECTIVE-DATE   PIC 9(8).
        01 XW-PREF-NAME        PIC N(10).
        01 XW-CITY-NAME        PIC N(20).
        01 XW-TOWN-NAME        PIC N(30).
        01 XW-MATCH-KIND       PIC X(1).
        01 XW-REG-DATE         PIC 9(8).
      *件数の確認用
        01 XW-COUNT            PIC 9(9).
        EXEC SQL END DECLARE SECTION END-EXEC.
