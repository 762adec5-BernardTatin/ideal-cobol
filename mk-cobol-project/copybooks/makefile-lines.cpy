      *> before that duplicate was retired in favor of this copybook.
      *> -------------------------------------------
      *> Constants
       78 ALL-LINES-TABLE-SIZE VALUE 38.
       78 VAR-LINES-TABLE-SIZE VALUE 2.
       78 THE-STRINGLEN VALUE 92.

               05 line-0k PIC X(THE-STRINGLEN) VALUE "dirs:".
               05 line-0l PIC X(THE-STRINGLEN) VALUE X"09" &
                  "mkdir -p $(BINDIR) $(OBJDIR)".
      *>   the compiler listing for the main program, so a release
      *>   can carry the listing its module was built from alongside
      *>   the source (release-pack runs this after a PROD promotion)
               05 line-0m PIC X(THE-STRINGLEN) VALUE "listing:".
               05 line-0n PIC X(THE-STRINGLEN) VALUE X"09" &
                  "cobc -fsyntax-only $(COBFLAGS) -t $(APP).lst " &
                  "$(MAIN)".
      *>   the paragraph profile: the program is rebuilt with the
      *>   skeleton's PARA-PROFILE hook compiled in, run (or tested,
      *>   with PROFRUN=test) with the profiler switched on, and
      *>   cleaned away again so the next ordinary build is a plain
      *>   one; profile-summary reads the log. PROFLOG names the log,
      *>   so a before and an after run can be kept side by side for
      *>   profile-summary's compare. para-profile itself is found on
      *>   the same COB_LIBRARY_PATH as the rest of the toolkit
               05 line-0o PIC X(THE-STRINGLEN) VALUE
                  "PROFLOG = paraprof.log".
               05 line-0p PIC X(THE-STRINGLEN) VALUE
                  "PROFFLAGS = -D PARA-PROFILE".
               05 line-0q PIC X(THE-STRINGLEN) VALUE "PROFRUN = run".
               05 line-0r PIC X(THE-STRINGLEN) VALUE "profile:".
               05 line-0s PIC X(THE-STRINGLEN) VALUE X"09" &
                  "rm -f $(PROFLOG)".
               05 line-0t PIC X(THE-STRINGLEN) VALUE X"09" &
                  "$(MAKE) clean".
               05 line-0u PIC X(THE-STRINGLEN) VALUE X"09" &
                  "$(MAKE) COBFLAGS=""$(COBFLAGS) $(PROFFLAGS)"" " &
                  "$(APP)".
               05 line-0v PIC X(THE-STRINGLEN) VALUE X"09" &
                  "COB_SET_DEBUG=Y PARA_PROFILE_LOG=$(CURDIR)/" &
                  "$(PROFLOG) $(MAKE) $(PROFRUN)".
               05 line-0w PIC X(THE-STRINGLEN) VALUE X"09" &
                  "$(MAKE) clean".
      *> Preceding lines mapped into an array
       01 all-lines REDEFINES all-template.
               05 one-line OCCURS ALL-LINES-TABLE-SIZE
