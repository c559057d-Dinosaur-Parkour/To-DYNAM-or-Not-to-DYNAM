                   Display '    In-flight campaign sentinel: '
                           CKP-KEY-PROGRAM ' at module entry '
                           CKP-ITER-DONE
               When CKP-KEY-SAMPLE = 0 And CKP-KEY-CALLTYPE = '#'
                       And CKP-ITER-DONE > 1
                   Add 1 To WS-CKP-LEFTOVER-CNT
                   Display '    In-flight chain-set sentinel: '
                           CKP-KEY-PROGRAM ' at set '
                           CKP-ITER-DONE
               When CKP-KEY-SAMPLE = 0 And CKP-ITER-DONE > 1
                   Add 1 To WS-CKP-LEFTOVER-CNT
                   Display '    In-flight sample sentinel: '
