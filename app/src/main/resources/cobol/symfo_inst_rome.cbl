      * ローダー。国際郵便のラベル・通関書類用。CSVの解析はsymfo_inst
      * のKENALL形式と同じ引用符対応の分解を行う。
      * 該当する郵便番号がPOST_CDに無い行は反映せず、郵便番号を
      * 突き合わせ残ファイルへ書き出して件数を報告する。
      * 読み込む前にファイルの指紋をロード元ファイルの登録簿
      * (POST_CD_SOURCE_REG)と照合し、同じファイルの二重ロードや古い
      * 月のファイルは拒否する(照合の扱いはsymfo_instと同じ)
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_inst_rome.
        ENVIRONMENT    DIVISION.
        01 LOG-ROWS-REJECTED PIC 9(7).
        01 LOG-SQLSTATE     PIC X(5).
        EXEC SQL END DECLARE SECTION END-EXEC.
      *ロード元ファイルの登録簿(POST_CD_SOURCE_REG)のホスト変数
            COPY SRCREG_VARS.
      *プレコンパイラに渡す変数はここまで。
      *
      *ファイルのステータス変数
        01  WS-FINAL-SQLSTATE      PIC X(05)  VALUE "00000".
      *プログラムの終了コード。正常は0、異常時は0以外をセットする
        01  WS-PROGRAM-RC          PIC 9(4)  BINARY  VALUE ZERO.
      *ロード元ファイルの指紋計算モジュールの呼び出しインタフェース
            COPY SRC_SUM.
      *指紋を最後まで求められたかどうか、登録簿との照合結果、拒否を
      *押し切るかどうか(symfo_instと同じ扱い。SYMFO_FORCE_SOURCE=Yで
      *指定)
        01  WS-SOURCE-SUM-OK       PIC X(01)  VALUE "N".
          88  SOURCE-SUM-OK             VALUE "Y".
        01  WS-SOURCE-CHECK        PIC X(01)  VALUE "Y".
          88  SOURCE-ACCEPTED           VALUE "Y".
          88  SOURCE-REFUSED            VALUE "N".
        01  WS-REFUSAL-SQLSTATE    PIC X(05).
        01  WS-SOURCE-FORCE        PIC X(01)  VALUE "N".
          88  SOURCE-FORCED             VALUE "Y".
        01  WS-SOURCE-MONTH-N      PIC 9(6)  BINARY.
      *
        PROCEDURE DIVISION.
        MAIN SECTION.
            ACCEPT  LOG-RUN-TIME  FROM  TIME.
            MOVE    WS-INPUT-FILE  TO  LOG-SOURCE-FILE.

      *ロード元ファイルの公表年月(YYYYMM。未設定、もしくは数値以外の
      *場合は実行年月)と、登録簿の拒否を押し切るかどうか
            MOVE  LOG-RUN-DATE(1:6)  TO  SRCREG-SOURCE-MONTH.
            DISPLAY  "SYMFO_SOURCE_MONTH"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            MOVE  WORK(1:6)  TO  WS-SOURCE-MONTH-N.
            IF  WS-SOURCE-MONTH-N  NOT  =  ZERO
                MOVE  WS-SOURCE-MONTH-N  TO  SRCREG-SOURCE-MONTH
            END-IF.
            DISPLAY  "SYMFO_FORCE_SOURCE"  UPON  ENVIRONMENT-NAME.
            ACCEPT    WORK                FROM  ENVIRONMENT-VALUE.
            IF  WORK(1:1)  =  "Y"
                MOVE  "Y"  TO  WS-SOURCE-FORCE
            END-IF.

      *突き合わせ残ファイルは世代管理する。実行日時を付けた世代名に
      *差し替え、前の実行の証跡ファイルを上書きで消さない(世代台帳
      *への記録はファイルの実体を作った後に行う)
      *    接続先データベースへ接続
            EXEC SQL CONNECT TO :WS-DB-ALIAS END-EXEC.

      *ローマ字ファイルの指紋を求めて登録簿と照合し、同じファイルの
      *二重ロードや登録済みより古い月のファイルであれば、POST_CDへ
      *触れずに拒否をPOST_CD_LOAD_LOGへ記録して終了する(指紋を
      *求められなかった場合は照合せず、本体の読み込みが従来どおり
      *読み取り異常として終わる)
            PERFORM FINGERPRINT-SOURCE-FILE.
            IF  SOURCE-SUM-OK
                PERFORM CHECK-SOURCE-REGISTER
                IF  SOURCE-REFUSED
                    PERFORM LOG-SOURCE-REFUSAL
                    EXEC SQL DISCONNECT :WS-DB-ALIAS END-EXEC
                    MOVE  WS-PROGRAM-RC  TO  PROGRAM-STATUS
                    EXIT PROGRAM
                END-IF
            END-IF.

            OPEN  INPUT   CSVF.
            OPEN  OUTPUT  UNMF.

                     " unmatched="             WS-ROWS-UNMATCHED
                UPON  CONS.

      *ロードが正常に終わった場合は、ローマ字ファイルを登録簿へ登録
      *する(POST_CD_LOAD_LOGと同じCOMMITで確定する)
            IF  SOURCE-SUM-OK  AND  WS-PROGRAM-RC  =  ZERO
                PERFORM REGISTER-SOURCE-FILE
            END-IF.

      *POST_CD_LOAD_LOGへ今回の実行結果を1行記録する(突き合わせ残は
      *不良件数の欄で報告する)
            MOVE  WS-ROWS-READ       TO  LOG-ROWS-READ.
        RECORD-GENERATION-END.
            EXIT.

        FINGERPRINT-SOURCE-FILE SECTION.
      *ローマ字ファイルを1回通しで読み、登録簿と照合する指紋(行数・
      *チェックサム・最小/最大の郵便番号)を求める。郵便番号はCSVの
      *1項目目を使う
            MOVE  "N"  TO  WS-SOURCE-SUM-OK.
            MOVE  "I"  TO  SRC-SUM-FUNCTION.
            CALL  "symfo_src_sum"  USING  SRC-SUM-PARM.
            MOVE  "A"  TO  SRC-SUM-FUNCTION.
            MOVE  LENGTH OF CSV-REC  TO  SRC-SUM-REC-LEN.
            OPEN  INPUT  CSVF.
            PERFORM  UNTIL  CSVF-FST  NOT  =  "00"
                READ  CSVF
                    END
                        CONTINUE
                    NOT END
                        PERFORM PARSE-ROME-RECORD
                        MOVE  CSV-REC  TO  SRC-SUM-RECORD
                        MOVE  WS-CSV-FIELD(1)(1:7)
                            TO  SRC-SUM-ZIPCODE
                        CALL  "symfo_src_sum"  USING  SRC-SUM-PARM
                END-READ
            END-PERFORM.
            IF  CSVF-FST  =  "10"
                MOVE  "Y"  TO  WS-SOURCE-SUM-OK
            END-IF.
            CLOSE  CSVF.
            MOVE  "symfo_inst_rome"    TO  SRCREG-PROGRAM.
            MOVE  SPACE                TO  SRCREG-LOAD-KIND.
            MOVE  LOG-RUN-DATE         TO  SRCREG-DATE.
            MOVE  LOG-RUN-TIME         TO  SRCREG-TIME.
            MOVE  LOG-SOURCE-FILE      TO  SRCREG-SOURCE-FILE.
            MOVE  SRC-SUM-ROW-COUNT    TO  SRCREG-ROW-COUNT.
            MOVE  SRC-SUM-CHECKSUM     TO  SRCREG-CHECKSUM.
            MOVE  SRC-SUM-LOW-ZIP      TO  SRCREG-LOW-ZIP.
            MOVE  SRC-SUM-HIGH-ZIP     TO  SRCREG-HIGH-ZIP.
            MOVE  SPACE                TO  SRCREG-FORCED.
        FINGERPRINT-SOURCE-FILE-END.
            EXIT.

        CHECK-SOURCE-REGISTER SECTION.
      *ロード元ファイルの指紋を登録簿と照合する。同じプログラム・
      *ロード区分でチェックサムと行数の一致する登録があれば二重ロード
      *(99010)、登録済みの最新の公表年月より古ければ取り違え(99011)
      *として拒否する。SYMFO_FORCE_SOURCE=Y指定時は警告だけ表示して
      *ロードを続け、登録簿には強制区分Fで登録する。登録簿を読めない
      *場合は照合できないためSQLエラーとして拒否する
            MOVE  "Y"      TO  WS-SOURCE-CHECK.
            MOVE  "00000"  TO  WS-REFUSAL-SQLSTATE.
            EXEC SQL
                SELECT COUNT(*),COALESCE(MAX(登録日),0)
                    INTO :SRCREG-MATCH-COUNT,:SRCREG-MATCH-DATE
                    FROM POST_CD_SOURCE_REG
                    WHERE ロードプログラム = :SRCREG-PROGRAM
                      AND ロード区分 = :SRCREG-LOAD-KIND
                      AND チェックサム = :SRCREG-CHECKSUM
                      AND 行数 = :SRCREG-ROW-COUNT
            END-EXEC.
            IF  SQLSTATE  =  "00000"
                EXEC SQL
                    SELECT COALESCE(MAX(公表年月),0)
                        INTO :SRCREG-LAST-MONTH
                        FROM POST_CD_SOURCE_REG
                        WHERE ロードプログラム = :SRCREG-PROGRAM
                          AND ロード区分 = :SRCREG-LOAD-KIND
                END-EXEC
            END-IF.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst_rome: POST_CD_SOURCE_REG read"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
                MOVE  "N"       TO  WS-SOURCE-CHECK
                MOVE  SQLSTATE  TO  WS-REFUSAL-SQLSTATE
                MOVE  16        TO  WS-PROGRAM-RC
            ELSE IF  SRCREG-MATCH-COUNT  >  ZERO
                DISPLAY  "symfo_inst_rome: source already loaded on "
                         SRCREG-MATCH-DATE
                         " rows="      SRCREG-ROW-COUNT
                         " checksum="  SRCREG-CHECKSUM
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99010"  TO  WS-REFUSAL-SQLSTATE
            ELSE IF  SRCREG-SOURCE-MONTH  <  SRCREG-LAST-MONTH
                DISPLAY  "symfo_inst_rome: source month "
                         SRCREG-SOURCE-MONTH
                         " is older than last loaded "
                         SRCREG-LAST-MONTH
                    UPON  CONS
                MOVE  "N"      TO  WS-SOURCE-CHECK
                MOVE  "99011"  TO  WS-REFUSAL-SQLSTATE
            END-IF.
            IF  SOURCE-REFUSED  AND  WS-PROGRAM-RC  =  ZERO
                IF  SOURCE-FORCED
                    DISPLAY  "symfo_inst_rome: SYMFO_FORCE_SOURCE=Y,"
                             " loading anyway"
                        UPON  CONS
                    MOVE  "Y"  TO  WS-SOURCE-CHECK
                    MOVE  "F"  TO  SRCREG-FORCED
                ELSE
                    MOVE  8    TO  WS-PROGRAM-RC
                END-IF
            END-IF.
        CHECK-SOURCE-REGISTER-END.
            EXIT.

        LOG-SOURCE-REFUSAL SECTION.
      *拒否したロードをPOST_CD_LOAD_LOGへ1行記録する(読込件数はロード
      *元ファイルの行数、登録件数・不良件数は0、終了SQLSTATEは拒否
      *理由)
            MOVE  SRCREG-ROW-COUNT     TO  LOG-ROWS-READ.
            MOVE  ZERO                 TO  LOG-ROWS-APPLIED.
            MOVE  ZERO                 TO  LOG-ROWS-REJECTED.
            MOVE  WS-REFUSAL-SQLSTATE  TO  LOG-SQLSTATE.
            EXEC SQL
              INSERT INTO POST_CD_LOAD_LOG
                (実行日,実行時刻,ソースファイル名,
                 読込件数,登録件数,不良件数,終了SQLSTATE)
                VALUES (:LOG-RUN-DATE,:LOG-RUN-TIME,:LOG-SOURCE-FILE,
                 :LOG-ROWS-READ,:LOG-ROWS-APPLIED,:LOG-ROWS-REJECTED,
                 :LOG-SQLSTATE)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst_rome: POST_CD_LOAD_LOG insert"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
            EXEC SQL COMMIT WORK END-EXEC.
        LOG-SOURCE-REFUSAL-END.
            EXIT.

        REGISTER-SOURCE-FILE SECTION.
      *正常に終わったロードのロード元ファイルを登録簿へ登録する。
      *ロード自体は確定済みのため、登録に失敗しても警告だけ表示して
      *終了コードは変えない(次回同じファイルを投入した場合に二重
      *ロードを検出できないため、オペレータが手で登録する)
            EXEC SQL
              INSERT INTO POST_CD_SOURCE_REG
                (ロードプログラム,ロード区分,登録日,登録時刻,
                 ソースファイル名,行数,チェックサム,
                 最小郵便番号,最大郵便番号,公表年月,強制区分)
                VALUES (:SRCREG-PROGRAM,:SRCREG-LOAD-KIND,
                 :SRCREG-DATE,:SRCREG-TIME,:SRCREG-SOURCE-FILE,
                 :SRCREG-ROW-COUNT,:SRCREG-CHECKSUM,
                 :SRCREG-LOW-ZIP,:SRCREG-HIGH-ZIP,
                 :SRCREG-SOURCE-MONTH,:SRCREG-FORCED)
            END-EXEC.
            IF  SQLSTATE  NOT  =  "00000"
                DISPLAY  "symfo_inst_rome: POST_CD_SOURCE_REG insert"
                         " failed "  SQLSTATE  " "  SQLMSG
                    UPON  CONS
            END-IF.
        REGISTER-SOURCE-FILE-END.
            EXIT.

        PARSE-ROME-RECORD SECTION.
      *CSVの1行をカンマ区切りで項目へ分解する。二重引用符の内側の
      *カンマは区切りとして扱わず、引用符そのものは項目へ含めない
