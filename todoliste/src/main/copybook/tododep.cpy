             88 DEPEND-ERR-DUPLICATE VALUE 3.
             88 DEPEND-ERR-CAPACITY  VALUE 4.
             88 DEPEND-ERR-LOCKED    VALUE 5.
             88 DEPEND-ERR-RETIRED   VALUE 9.
