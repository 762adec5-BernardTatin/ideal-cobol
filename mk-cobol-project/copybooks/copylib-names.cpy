      *> -------------------------------------------
      *> copylib-names.cpy
      *> where the shared-copybook library lives and how a
      *> subscribing project's Makefile names it. One shared copy so
      *> create-makefile, copylib-maint and copylib-drift can never
      *> disagree about the layout:
      *>
      *>   COPYLIB/<member>          the current library version
      *>   COPYLIB/<member>.Vnnn     every version ever published
      *>   COPYLIB/CATALOG           one line per publication
      *>   COPYSUBS                  one line per project/member
      *>                             subscription, with the library
      *>                             version the project is on
      *>
      *> A subscriber's CPYBOOKS line names ../COPYLIB/<member> and
      *> its COBFLAGS carry -I ../COPYLIB, so the build resolves the
      *> member from the library -- unless a private copy in the
      *> project directory shadows it, which is what copylib-drift
      *> reports.
      *> -------------------------------------------
       78 CLB-LIBRARY-DIR   VALUE "COPYLIB".
       78 CLB-CATALOG-PATH  VALUE "COPYLIB/CATALOG".
       78 CLB-SUBS-PATH     VALUE "COPYSUBS".
       78 CLB-MAKE-PREFIX   VALUE "../COPYLIB/".
       78 CLB-MAKE-FLAG     VALUE "-I ../COPYLIB".
