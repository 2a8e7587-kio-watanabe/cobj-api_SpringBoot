      ****************************************************************
      *  LOANRSVP                                                   *
      *  自己査定の引当率パラメータ 1レコード分のレイアウト          *
      *  債務者区分ごとに 1件（1=正常先 2=要注意先 3=要管理先        *
      *  4=破綻懸念先 5=破綻先）。引当率は残元金に対する百分率で、   *
      *  率の見直しはこのファイルの該当行を差し替えて行う。5区分     *
      *  のどれかが欠けていると LOANASMT は引当を計算しない          *
      ****************************************************************
       01  RP-PARAM-RECORD.
           05  RP-CATEGORY          PIC 9(01).
           05  RP-RATIO             PIC 9(03)V9(03).
