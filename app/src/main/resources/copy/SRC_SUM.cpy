      * SRC_SUM.cpy
      * symfo_src_sum(ロード元ファイルの指紋計算モジュール)の呼び出し
      * インタフェース。ローダーはロード前にロード元ファイルを1回通しで
      * 読み、最初に機能コード"I"で1回CALLして集計を初期化したあと、
      * 1レコードごとに機能コード"A"でレコードと長さ、そのレコードの
      * 郵便番号を渡してCALLする。毎回のCALLの後、SRC-SUM-ROW-COUNT
      * 以降にその時点までの指紋(行数、内容のチェックサム、最小/
      * 最大の郵便番号)が返る。チェックサムはレコードの末尾空白を
      * 除いた内容と行の区切りから求めるので、同じ内容のファイルは
      * ファイル名が違っても同じ値になる。郵便番号は7桁の数字の
      * ものだけを最小/最大の判定に使う
        01  SRC-SUM-PARM.
            02  SRC-SUM-FUNCTION          PIC X(1).
              88  SRC-SUM-INIT                VALUE "I".
              88  SRC-SUM-ADD                 VALUE "A".
            02  SRC-SUM-RECORD            PIC X(1000).
            02  SRC-SUM-REC-LEN           PIC 9(4)  BINARY.
            02  SRC-SUM-ZIPCODE           PIC X(7).
            02  SRC-SUM-ROW-COUNT         PIC 9(7).
            02  SRC-SUM-CHECKSUM          PIC 9(10).
            02  SRC-SUM-LOW-ZIP           PIC X(7).
            02  SRC-SUM-HIGH-ZIP          PIC X(7).
