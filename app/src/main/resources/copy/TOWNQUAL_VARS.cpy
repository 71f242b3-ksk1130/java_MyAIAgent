      * TOWNQUAL_VARS.cpy
      * 町域付記表(POST_CD_TOWN_QUAL)のホスト変数。KEN_ALLの町域名の
      * 丸括弧書き(番地範囲・階層・小字名・「その他」等)は、ラベルに
      * 印字する町域名からは取り除く(SYMFO_KENALL_PAREN)が、同じ
      * 町域が複数の郵便番号に分かれる場合の振り分けの手掛かりになる
      * ため、括弧の内側を郵便番号ごとにこの表へ残す。
      *   郵便番号  X(7)   キー
      *   町域付記  N(100) 括弧の内側の文字列(括弧そのものは含まない。
      *                    1つの町域に括弧書きが2つ以上ある場合は
      *                    「、」でつなぐ)
      *   登録日    9(8)   登録したロードの実行日
      * symfo_instがKENALL形式のロードの後に作り直し(全件ロードは
      * 担当分を削除してから登録、UPSERTは郵便番号ごとに置き換え)、
      * symfo_cleanseが同一住所が複数の郵便番号に当たった行を顧客の
      * 番地・建物行で振り分けるのに使う。括弧書きの無い町域は登録
      * しない
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 QUAL-ZIPCODE        PIC X(7).
        01 QUAL-TEXT           PIC N(100).
        01 QUAL-REG-DATE       PIC 9(8).
      *全件ロードで削除する郵便番号の範囲(分割並行ロードでは担当桁
      *の範囲だけを削除する)
        01 QUAL-LOW-ZIP        PIC X(7).
        01 QUAL-HIGH-ZIP       PIC X(7).
        EXEC SQL END DECLARE SECTION END-EXEC.
