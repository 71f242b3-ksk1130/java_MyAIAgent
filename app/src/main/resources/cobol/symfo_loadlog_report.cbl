      * する。読込件数がそれまでの実行の平均から既定30%(SYMFO_
      * DEVIATION_PCTで差し替え可能)を超えて外れた実行にはDEVIATION
      * フラグを立てる。切り詰められたダウンロードファイルを読んだ
      * 実行は読込件数が急減するため、このフラグで紙の上で丸が付く。
      * ロード元ファイルの登録簿で拒否した実行(終了SQLSTATE 99010=
      * 同じファイルの二重ロード、99011=古い月のファイル)はREFUSEDと
      * して失敗とは別に数え、乖離判定の平均にも入れない
      * CONNECT/DISCONNECTの構成はsymfo_instに合わせている
        IDENTIFICATION DIVISION.
        PROGRAM-ID.   symfo_loadlog_report.
      *集計(総実行回数、失敗回数、読込/不良の累計)
        01  WS-TOTAL-RUNS          PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TOTAL-FAILURES      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TOTAL-REFUSALS      PIC 9(7)  BINARY  VALUE ZERO.
        01  WS-TOTAL-READ          PIC 9(12)  BINARY  VALUE ZERO.
        01  WS-TOTAL-REJECTED      PIC 9(12)  BINARY  VALUE ZERO.
        01  WS-REJECT-RATE         PIC 9(3)  BINARY.
          02  WS-RPT-RUNS          PIC Z(5)9.
          02  FILLER               PIC X(10)  VALUE " FAILURES=".
          02  WS-RPT-FAILURES      PIC Z(5)9.
          02  FILLER               PIC X(9)   VALUE " REFUSED=".
          02  WS-RPT-REFUSALS      PIC Z(5)9.
          02  FILLER               PIC X(6)   VALUE " READ=".
          02  WS-RPT-SUM-READ      PIC Z(8)9.
          02  FILLER               PIC X(10)  VALUE " REJECTED=".
      *集計行を書き出す
            MOVE  WS-TOTAL-RUNS      TO  WS-RPT-RUNS.
            MOVE  WS-TOTAL-FAILURES  TO  WS-RPT-FAILURES.
            MOVE  WS-TOTAL-REFUSALS  TO  WS-RPT-REFUSALS.
            MOVE  WS-TOTAL-READ      TO  WS-RPT-SUM-READ.
            MOVE  WS-TOTAL-REJECTED  TO  WS-RPT-SUM-REJ.
            IF  WS-TOTAL-READ  NOT  =  ZERO

            DISPLAY  "symfo_loadlog_report: runs="  WS-TOTAL-RUNS
                     " failures="  WS-TOTAL-FAILURES
                     " refused="   WS-TOTAL-REFUSALS
                UPON  CONS.

      *接続先データベースとの接続を切る
      *実行記録の明細行を組み立てる。失敗した実行にはFAILED、読込件数
      *が同じソースファイル名のそれまでの実行の平均からしきい値を
      *超えて外れた実行にはDEVIATIONのフラグを立てる(各ソースの最初
      *の実行は比較対象が無いため乖離判定しない)。登録簿で拒否した
      *実行は何も読み込んでいないためREFUSEDとだけ印字し、読込の累計・
      *移動平均には入れない
            ADD  1  TO  WS-TOTAL-RUNS.
            MOVE  SPACES  TO  WS-RPT-FLAG.
            IF  LOG-SQLSTATE  =  "99010"  OR  LOG-SQLSTATE  =  "99011"
                ADD  1  TO  WS-TOTAL-REFUSALS
                MOVE  "REFUSED"  TO  WS-RPT-FLAG
                MOVE  ZERO  TO  WS-SRC-HIT
            ELSE
                ADD  LOG-ROWS-READ      TO  WS-TOTAL-READ
                ADD  LOG-ROWS-REJECTED  TO  WS-TOTAL-REJECTED
                IF  LOG-SQLSTATE  NOT  =  "00000"
                    ADD  1  TO  WS-TOTAL-FAILURES
                    MOVE  "FAILED"  TO  WS-RPT-FLAG
                END-IF
                PERFORM FIND-SOURCE-ENTRY
            END-IF.
            IF  WS-SRC-HIT  NOT  =  ZERO
                AND  WS-SRC-RUN-COUNT(WS-SRC-HIT)  NOT  =  ZERO
                COMPUTE  WS-PRIOR-AVG  =
