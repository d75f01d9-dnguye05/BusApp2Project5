               88  RC-PROG-MAINT                       VALUE 'MAINT'.
               88  RC-PROG-POST                        VALUE 'POST'.
               88  RC-PROG-INTEREST                    VALUE 'INTEREST'.
               88  RC-PROG-ROLLFWD                     VALUE 'ROLLFWD'.
           03  RC-RUN-DATE                 PIC 9(8).
           03  RC-RUN-TIME                 PIC 9(8).
           03  RC-IN-COUNT                 PIC 9(7).
