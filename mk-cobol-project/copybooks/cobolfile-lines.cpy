      *> and the two copies had already drifted (different trim
      *> subprogram, no template selector at all) before that
      *> duplicate was retired in favor of this copybook.
      *> Every skeleton carries the paragraph profiler's hook between
      *> >>IF PARA-PROFILE lines: an ordinary build compiles it out,
      *> and the Makefile's "profile" target builds with
      *> -D PARA-PROFILE so each paragraph entry CALLs para-profile.
      *> The debugging mode that turns the hook on also compiles any
      *> D-lines in, so a profiled build shows their DISPLAYs too.
      *> -------------------------------------------
      *> Constants
       78 ALL-LINES-TABLE-SIZE VALUE 19.
       78 ALL-LINES-TABLE-SIZE-SUB VALUE 21.
       78 ALL-LINES-TABLE-SIZE-ONL VALUE 20.
       78 VAR-LINES-TABLE-SIZE VALUE 2.
       78 THE-STRINGLEN VALUE 92.

           02 idx-tit PIC 99 VALUE 2.
           02 line-tit PIC X(THE-STRINGLEN) VALUE "         " &
              "PROGRAM-ID. :".
           02 idx-app PIC 99 VALUE 19.
           02 line-app PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM :".
       01 var-lines REDEFINES var-template.
           02 idx-tit-sub PIC 99 VALUE 2.
           02 line-tit-sub PIC X(THE-STRINGLEN) VALUE "         " &
              "PROGRAM-ID. :".
           02 idx-app-sub PIC 99 VALUE 21.
           02 line-app-sub PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM :".
       01 var-lines-sub REDEFINES var-template-sub.
           02 idx-tit-onl PIC 99 VALUE 2.
           02 line-tit-onl PIC X(THE-STRINGLEN) VALUE "         " &
              "PROGRAM-ID. :".
           02 idx-app-onl PIC 99 VALUE 20.
           02 line-app-onl PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM :".
       01 var-lines-onl REDEFINES var-template-onl.
           05 line-aa PIC X(THE-STRINGLEN) VALUE "       " &
              "IDENTIFICATION DIVISION.".
           05 line-ab PIC X(THE-STRINGLEN) VALUE "#x".
           05 line-bea PIC X(THE-STRINGLEN) VALUE "       " &
              "ENVIRONMENT DIVISION.".
           05 line-beb PIC X(THE-STRINGLEN) VALUE "       " &
              "CONFIGURATION SECTION.".
           05 line-bec PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-bed PIC X(THE-STRINGLEN) VALUE "       " &
              "SOURCE-COMPUTER. GNUCOBOL WITH DEBUGGING MODE.".
           05 line-bee PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-ac PIC X(THE-STRINGLEN) VALUE "       " &
              "DATA DIVISION.".
           05 line-ad PIC X(THE-STRINGLEN) VALUE "       " &
              "WORKING-STORAGE SECTION.".
           05 line-ae PIC X(THE-STRINGLEN) VALUE "       " &
              "PROCEDURE DIVISION.".
           05 line-bpa PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-bpb PIC X(THE-STRINGLEN) VALUE "       " &
              "DECLARATIVES.".
           05 line-bpc PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-HOOK SECTION.".
           05 line-bpd PIC X(THE-STRINGLEN) VALUE "           " &
              "USE FOR DEBUGGING ON ALL PROCEDURES.".
           05 line-bpe PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-CALL.".
           05 line-bpf PIC X(THE-STRINGLEN) VALUE "           " &
              "CALL ""para-profile"" USING DEBUG-NAME.".
           05 line-bpg PIC X(THE-STRINGLEN) VALUE "       " &
              "END DECLARATIVES.".
           05 line-bph PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-00 PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM.".
      *> Preceding lines mapped into an array
           05 line-sa PIC X(THE-STRINGLEN) VALUE "       " &
              "IDENTIFICATION DIVISION.".
           05 line-sb PIC X(THE-STRINGLEN) VALUE "#x".
           05 line-sea PIC X(THE-STRINGLEN) VALUE "       " &
              "ENVIRONMENT DIVISION.".
           05 line-seb PIC X(THE-STRINGLEN) VALUE "       " &
              "CONFIGURATION SECTION.".
           05 line-sec PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-sed PIC X(THE-STRINGLEN) VALUE "       " &
              "SOURCE-COMPUTER. GNUCOBOL WITH DEBUGGING MODE.".
           05 line-see PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-sc PIC X(THE-STRINGLEN) VALUE "       " &
              "DATA DIVISION.".
           05 line-sd PIC X(THE-STRINGLEN) VALUE "       " &
              "01 LK-PARM PIC X(1).".
           05 line-sg PIC X(THE-STRINGLEN) VALUE "       " &
              "PROCEDURE DIVISION USING LK-PARM.".
           05 line-spa PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-spb PIC X(THE-STRINGLEN) VALUE "       " &
              "DECLARATIVES.".
           05 line-spc PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-HOOK SECTION.".
           05 line-spd PIC X(THE-STRINGLEN) VALUE "           " &
              "USE FOR DEBUGGING ON ALL PROCEDURES.".
           05 line-spe PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-CALL.".
           05 line-spf PIC X(THE-STRINGLEN) VALUE "           " &
              "CALL ""para-profile"" USING DEBUG-NAME.".
           05 line-spg PIC X(THE-STRINGLEN) VALUE "       " &
              "END DECLARATIVES.".
           05 line-sph PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-s0 PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM.".
       01 all-lines-sub REDEFINES all-template-sub.
           05 line-oa PIC X(THE-STRINGLEN) VALUE "       " &
              "IDENTIFICATION DIVISION.".
           05 line-ob PIC X(THE-STRINGLEN) VALUE "#x".
           05 line-oea PIC X(THE-STRINGLEN) VALUE "       " &
              "ENVIRONMENT DIVISION.".
           05 line-oeb PIC X(THE-STRINGLEN) VALUE "       " &
              "CONFIGURATION SECTION.".
           05 line-oec PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-oed PIC X(THE-STRINGLEN) VALUE "       " &
              "SOURCE-COMPUTER. GNUCOBOL WITH DEBUGGING MODE.".
           05 line-oee PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-oc PIC X(THE-STRINGLEN) VALUE "       " &
              "DATA DIVISION.".
           05 line-od PIC X(THE-STRINGLEN) VALUE "       " &
              "SCREEN SECTION.".
           05 line-of PIC X(THE-STRINGLEN) VALUE "       " &
              "PROCEDURE DIVISION.".
           05 line-opa PIC X(THE-STRINGLEN) VALUE "       " &
              ">>IF PARA-PROFILE IS DEFINED".
           05 line-opb PIC X(THE-STRINGLEN) VALUE "       " &
              "DECLARATIVES.".
           05 line-opc PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-HOOK SECTION.".
           05 line-opd PIC X(THE-STRINGLEN) VALUE "           " &
              "USE FOR DEBUGGING ON ALL PROCEDURES.".
           05 line-ope PIC X(THE-STRINGLEN) VALUE "       " &
              "PARA-PROFILE-CALL.".
           05 line-opf PIC X(THE-STRINGLEN) VALUE "           " &
              "CALL ""para-profile"" USING DEBUG-NAME.".
           05 line-opg PIC X(THE-STRINGLEN) VALUE "       " &
              "END DECLARATIVES.".
           05 line-oph PIC X(THE-STRINGLEN) VALUE "       " &
              ">>END-IF".
           05 line-o0 PIC X(THE-STRINGLEN) VALUE "       " &
              "END PROGRAM.".
       01 all-lines-onl REDEFINES all-template-onl.
