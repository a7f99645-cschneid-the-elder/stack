       *> other than 2, 4 or 8 is refused outright; a wrong
       *> conversion is worse than no marshal.
       *>
       *> The header also names the layout library layout and
       *> version the stack was allocated under (STACKI's
       *> layout-name), so a receiving STACKMI told which version
       *> to expect can refuse a dataset written under another.
       *>
       Program-ID. STACKMO.
       Environment Division.
       Configuration Section.
           *>  length other than 2, 4 or 8.  Nothing was
           *>  marshalled.
           05  rc-bad-layout            PIC S9(004) Binary Value +24.
           *>  Return code indicating the stack is segmented; its
           *>  items are not in the one buffer this program writes.
           05  rc-segmented-not-supported
                                        PIC S9(004) Binary Value +28.

       *>  Native/portable conversion areas.  Each native encoding
       *>  is right-aligned into its own fixed slot and read back
               Goback
           End-If

           If stack-segmented-on
               Move rc-segmented-not-supported To Return-Code
               Goback
           End-If

           Set Address Of stack-items To stack-items-ptr

           Perform 3000-Plan-Conversion
           Move stack-key-offset     To mo-key-offset
           Move stack-key-length     To mo-key-length

           Move stack-layout-name    To mo-layout-name
           Move stack-layout-version To mo-layout-version

           If convert-wanted
               Move layout-nb-fields To mo-nb-layout-fields
               Perform 3100-Copy-Layout-Field
