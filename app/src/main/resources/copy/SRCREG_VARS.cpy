      * SRCREG_VARS.cpy
      * ロード元ファイルの登録簿(POST_CD_SOURCE_REG)のホスト変数。
      * symfo_inst・symfo_inst_office・symfo_inst_rome・
      * call_symfo_inst_batchがロードの前にロード元ファイルの指紋を
      * 求め(symfo_src_sum)、この登録簿と比べてから読み込む。
      *   ロードプログラム  X(24) 登録したプログラム名
      *   ロード区分        X(1)  symfo_instは分割並行ロードの担当桁、
      *                           call_symfo_inst_batchは削除モードで
      *                           D、それ以外は空白
      *   登録日/登録時刻   9(8)  ロードの実行日時
      *   ソースファイル名  X(100)
      *   行数              9(7)  ファイルの物理行数(担当桁に関係なく
      *                           全行)
      *   チェックサム      9(10) 末尾空白を除いた内容のチェックサム
      *   最小郵便番号/最大郵便番号 X(7)
      *   公表年月          9(6)  SYMFO_SOURCE_MONTH(YYYYMM)で指定。
      *                           未指定は実行年月
      *   強制区分          X(1)  SYMFO_FORCE_SOURCE=Yで拒否を押し
      *                           切ってロードした場合はF
      * 同じプログラム・ロード区分でチェックサムと行数が一致する行が
      * あれば同じファイルの二重ロード(終了SQLSTATE 99010)、公表年月
      * が登録済みの最新より古ければ古いファイルの取り違え(99011)と
      * してロードを拒否し、POST_CD_LOAD_LOGへ拒否の行を記録する。
      * 登録はロードが正常に終わった場合だけ行う
        EXEC SQL BEGIN DECLARE SECTION END-EXEC.
        01 SRCREG-PROGRAM      PIC X(24).
        01 SRCREG-LOAD-KIND    PIC X(1).
        01 SRCREG-DATE         PIC 9(8).
        01 SRCREG-TIME         PIC 9(8).
        01 SRCREG-SOURCE-FILE  PIC X(100).
        01 SRCREG-ROW-COUNT    PIC 9(7).
        01 SRCREG-CHECKSUM     PIC 9(10).
        01 SRCREG-LOW-ZIP      PIC X(7).
        01 SRCREG-HIGH-ZIP     PIC X(7).
        01 SRCREG-SOURCE-MONTH PIC 9(6).
        01 SRCREG-FORCED       PIC X(1).
      *照合結果(同じ指紋の登録件数とその最終登録日、登録済みの最新の
      *公表年月)
        01 SRCREG-MATCH-COUNT  PIC 9(7).
        01 SRCREG-MATCH-DATE   PIC 9(8).
        01 SRCREG-LAST-MONTH   PIC 9(6).
        EXEC SQL END DECLARE SECTION END-EXEC.
